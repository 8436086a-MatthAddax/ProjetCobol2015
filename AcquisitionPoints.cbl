       program-id. AcquisitionPoints as "AcquisitionPoints".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiVerrou assign "../Fichiers/verrou.rel"
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrou.

          select optional FiCreances
              assign "../Fichiers/creances.seq"
              organization is line sequential
              file status is fs-fiCreances.

          select optional FiClotures
              assign "../Fichiers/clotureCreances.seq"
              organization is line sequential
              file status is fs-fiClotures.

          select optional FiHistoCreances
              assign "../Fichiers/creancesHistorique.seq"
              organization is line sequential
              file status is fs-fiHistoCreances.

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiPoints
              assign "../Fichiers/POINTS.IND"
              organization is indexed access mode is dynamic
              record key is codeClientPoints
                  file status is fs-fiPoints.

          select optional FiMouvementsPoints
              assign "../Fichiers/mouvementsPoints.seq"
              organization is line sequential
              file status is fs-fiMouvementsPoints.

          select optional FiParamFidelite
              assign "../Fichiers/paramFidelite.seq"
              organization is line sequential
              file status is fs-fiParamFidelite.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiCreances.
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
           02 sensCreance                  pic x.
               88 creanceFacturation   value "F".
               88 creancePaiement      value "P".
               88 creanceRejetPaiement value "I".
               88 creanceReportee      value "R".
           02 codeSpectCreance             pic x(7).
           02 dateRepresentationCreance    pic 9(8).
           02 montantCreance               pic 9(5)v99.
           02 dateMouvementCreance         pic 9(8).
           02 modeReglementCreance         pic x.
           02 canalVenteCreance            pic x.
           02 dateReglementRejeteCreance   pic 9(8).
           02 sensReporteCreance           pic x.
       FD FiClotures.
       01 EnregCloture.
           02 periodeCloture               pic 9(6).
           02 dateFinPeriodeCloture        pic 9(8).
           02 dateExecutionCloture         pic 9(8).
           02 nbMouvementsArchivesCloture  pic 9(7).
           02 nbReportsCloture             pic 9(7).
           02 totalDebitCloture            pic 9(9)v99.
           02 totalCreditCloture           pic 9(9)v99.
       FD FiHistoCreances.
       01 EnregHistoCreance.
           02 mouvementHistoCreance        pic x(48).
           02 periodeClotureHisto          pic 9(6).
       FD FiClient.
       01 EnregClient.
           02 codeClientMaster             pic x(6).
           02 nomClientMaster              pic x(20).
           02 adresseClientMaster.
               03 rueClientMaster          pic x(38).
               03 codePostalClientMaster   pic x(5).
               03 communeClientMaster      pic x(30).
               03 paysClientMaster         pic x(2).
           02 telephoneClientMaster        pic x(12).
           02 emailClientMaster            pic x(40).
           02 etatClientMaster             pic x.
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
       FD FiPoints.
      *    compte de points de fidelite par client : le solde
      *    courant et les cumuls par nature de mouvement ; le detail
      *    est au journal des mouvements de points
       01 EnregPoints.
           02 codeClientPoints             pic x(6).
           02 soldePoints                  pic 9(7).
           02 cumulPointsAcquis            pic 9(9).
           02 cumulPointsUtilises          pic 9(9).
           02 cumulPointsExpires           pic 9(9).
           02 dateDernierMouvementPoints   pic 9(8).
       FD FiMouvementsPoints.
      *    journal des points : acquisition (G), utilisation en
      *    reglement (U), expiration (X) et ajustement (J) ; chaque
      *    mouvement porte sa contre-valeur en euros, qui alimente
      *    l'engagement de fidelite de l'export comptable
       01 EnregMouvementPoints.
           02 codeClientMvtPoints          pic x(6).
           02 typeMvtPoints                pic x.
               88 mvtAcquisition       value "G".
               88 mvtUtilisation       value "U".
               88 mvtExpiration        value "X".
               88 mvtAjustement        value "J".
           02 sensMvtPoints                pic x.
               88 mvtCredit            value "+".
               88 mvtDebit             value "-".
           02 nbPointsMvt                  pic 9(7).
           02 valeurMvtPoints              pic 9(7)v99.
           02 codeSpectMvtPoints           pic x(7).
           02 dateRepresentationMvtPoints  pic 9(8).
           02 dateMvtPoints                pic 9(8).
           02 codeOperateurMvtPoints       pic x(4).
       FD FiParamFidelite.
       01 EnregParamFidelite.
           02 pointsParEuroParam           pic 9(2).
           02 valeurPointParam             pic 9v9(4).
           02 moisValiditeParam            pic 9(2).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiVerrou.
       01 EnregVerrou.
           02 etatVerrou                   pic x.
           02 nomProgrammeVerrou           pic x(20).
           02 dateDebutVerrou              pic 9(8).
           02 heureDebutVerrou             pic 9(8).
           02 resultatVerrou               pic x(10).

       working-storage section.
      *----------------------------------------
       77 fs-fiVerrou                      pic x(2).
       77 verrouIDLu                       pic 9.
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 fs-fiHistoCreances               pic x(2).
           88 finFiHistoCreances    VALUE "10".
       77 fs-fiClient                      pic x(2).
       77 fs-fiPoints                      pic x(2).
       77 fs-fiMouvementsPoints            pic x(2).
           88 finFiMouvementsPoints VALUE "10".
       77 fs-fiParamFidelite               pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 dateDerniereAcquisition          pic 9(8) value 0.
       77 pointsParEuro                    pic 9(2) value 1.
       77 valeurPoint                      pic 9v9(4) value 0.02.
       77 pointsGagnes                     pic 9(7).
       77 nbFacturationsRecompensees       pic 9(7) value 0.
       77 nbComptesOuverts                 pic 9(5) value 0.
       77 totalPointsGagnes                pic 9(9) value 0.
       01 LigneBilanAcquisition.
           02                              pic x(35)
               VALUE "Facturations recompensees       : ".
           02 nbFacturationsRecompenseesEd pic zzzzzz9.
       01 LigneBilanComptesOuverts.
           02                              pic x(35)
               VALUE "Comptes de points ouverts       : ".
           02 nbComptesOuvertsEd           pic zzzz9.
       01 LigneBilanPointsGagnes.
           02                              pic x(35)
               VALUE "Points acquis                   : ".
           02 totalPointsGagnesEd          pic zzzzzzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    acquisition de nuit des points de fidelite : chaque
      *    facturation 'F' du grand livre posterieure au dernier
      *    passage, pour un client du fichier maitre, credite son
      *    compte de points au bareme de paramFidelite.seq ; a
      *    lancer en fin de chaine, apres le traitement de nuit
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementPoints.
           perform lireParamFidelite.

      *    le dernier passage se lit au journal des points : un
      *    second passage le meme jour crediterait deux fois les
      *    memes facturations, il est refuse ; le verrou
      *    d'exploitation est pris avant ce controle, les soldes
      *    etant aussi reecrits par le guichet et GestionSpectacle2
           perform prendreVerrou.
           perform chercheDerniereAcquisition.
           if dateDerniereAcquisition >= dateTraitementJour
               display "Acquisition du " dateTraitementJour
                       " deja faite : aucun point ajoute"
               perform libererVerrou
               STOP RUN
           end-if.

           OPEN INPUT FiCreances FiClient.
           OPEN I-O FiPoints.
           OPEN EXTEND FiMouvementsPoints.

      *    un passage manque avant une cloture retrouve ses
      *    facturations dans l'historique de cloture
           perform lireClotureCreances.
           if dateDerniereAcquisition < dateFinClotureCreances
               OPEN INPUT FiHistoCreances
               read FiHistoCreances into EnregCreance
                   at end move "10" to fs-fiHistoCreances
               end-read
               perform examineHistoFacturation
                   until finFiHistoCreances
               CLOSE FiHistoCreances
           end-if.

           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           perform examineFacturation until finFiCreances.

           move nbFacturationsRecompensees
               to nbFacturationsRecompenseesEd.
           move nbComptesOuverts to nbComptesOuvertsEd.
           move totalPointsGagnes to totalPointsGagnesEd.
           display LigneBilanAcquisition.
           display LigneBilanComptesOuverts.
           display LigneBilanPointsGagnes.

           CLOSE FiCreances FiClient FiPoints FiMouvementsPoints.
           perform libererVerrou.
           STOP RUN.

       lireParamTraitementPoints.
      *****************************************
      *    meme date d'application que le traitement de nuit
           OPEN INPUT FiParamTraitement.
           read FiParamTraitement
               at end continue
               not at end
                   if dateTraitementParam is numeric
                           and dateTraitementParam > 0
                       move dateTraitementParam to dateTraitementJour
                   end-if
           end-read.
           CLOSE FiParamTraitement.

       lireParamFidelite.
      *****************************************
      *    bareme du programme : points par euro facture et
      *    contre-valeur d'un point ; sans fichier, un point par
      *    euro valant 0,02
           OPEN INPUT FiParamFidelite.
           read FiParamFidelite
               at end continue
               not at end
                   if pointsParEuroParam is numeric
                       move pointsParEuroParam to pointsParEuro
                   end-if
                   if valeurPointParam is numeric
                           and valeurPointParam > 0
                       move valeurPointParam to valeurPoint
                   end-if
           end-read.
           CLOSE FiParamFidelite.

       chercheDerniereAcquisition.
      *****************************************
           OPEN INPUT FiMouvementsPoints.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.
           perform lireLigneMouvementPoints
               until finFiMouvementsPoints.
           CLOSE FiMouvementsPoints.

       lireLigneMouvementPoints.
      *****************************************
           if mvtAcquisition
                   and dateMvtPoints > dateDerniereAcquisition
               move dateMvtPoints to dateDerniereAcquisition
           end-if.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.

       examineFacturation.
      *****************************************
           perform retientFacturation.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       examineHistoFacturation.
      *****************************************
           perform retientFacturation.
           read FiHistoCreances into EnregCreance
               at end move "10" to fs-fiHistoCreances
           end-read.

       retientFacturation.
      *****************************************
      *    seules les ventes de billetterie rapportent des points :
      *    ni les locations de salle (code LOC) ni la facturation
      *    d'arrivee d'un transfert (mode "T"), qui n'est pas une
      *    vente nouvelle
           if creanceFacturation
                   and dateMouvementCreance > dateDerniereAcquisition
                   and dateMouvementCreance <= dateTraitementJour
                   and codeSpectCreance(1:3) not = "LOC"
                   and modeReglementCreance not = "T"
               move codeClientCreance to codeClientMaster
               read FiClient
                   invalid key continue
                   not invalid key
                       perform crediteFacturation
               end-read
           end-if.

       crediteFacturation.
      *****************************************
           compute pointsGagnes = montantCreance * pointsParEuro.
           if pointsGagnes > 0
               move codeClientCreance to codeClientPoints
               read FiPoints
                   invalid key
                       move 0 to soldePoints
                       move 0 to cumulPointsAcquis
                       move 0 to cumulPointsUtilises
                       move 0 to cumulPointsExpires
                       add pointsGagnes to soldePoints
                       add pointsGagnes to cumulPointsAcquis
                       move dateTraitementJour
                           to dateDernierMouvementPoints
                       write EnregPoints
                           invalid key continue
                       end-write
                       add 1 to nbComptesOuverts
                   not invalid key
                       add pointsGagnes to soldePoints
                       add pointsGagnes to cumulPointsAcquis
                       move dateTraitementJour
                           to dateDernierMouvementPoints
                       rewrite EnregPoints
                           invalid key continue
                       end-rewrite
               end-read
               perform ecritMouvementAcquisition
               add 1 to nbFacturationsRecompensees
               add pointsGagnes to totalPointsGagnes
           end-if.

       ecritMouvementAcquisition.
      *****************************************
           move codeClientCreance to codeClientMvtPoints.
           move "G" to typeMvtPoints.
           move "+" to sensMvtPoints.
           move pointsGagnes to nbPointsMvt.
           compute valeurMvtPoints rounded =
               pointsGagnes * valeurPoint.
           move codeSpectCreance to codeSpectMvtPoints.
           move dateRepresentationCreance
               to dateRepresentationMvtPoints.
           move dateTraitementJour to dateMvtPoints.
           move spaces to codeOperateurMvtPoints.
           write EnregMouvementPoints.

       lireClotureCreances.
      *****************************************
           OPEN INPUT FiClotures.
           if fs-fiClotures = "00"
               read FiClotures
                   at end move "10" to fs-fiClotures
               end-read
               perform noteClotureCreances until finFiClotures
           end-if.
           CLOSE FiClotures.

       noteClotureCreances.
      *****************************************
           if dateFinPeriodeCloture > dateFinClotureCreances
               move dateFinPeriodeCloture to dateFinClotureCreances
           end-if.
           read FiClotures
               at end move "10" to fs-fiClotures
           end-read.

       prendreVerrou.
      *****************************************
      *    un seul programme de mise a jour a la fois sur le jeu de
      *    fichiers : le verrou d'exploitation est pris au demarrage
      *    et rendu en fin de traitement ; un verrou reste pose
      *    apres un arret brutal se constate et se libere avec
      *    ConsultationVerrou
           OPEN I-O FiVerrou.
           move 1 to verrouIDLu.
           read FiVerrou
               invalid key
                   perform garnitVerrou
                   write EnregVerrou
                       invalid key continue
                   end-write
               not invalid key
                   if etatVerrou = "O"
                       display "Mise a jour deja en cours par : "
                               nomProgrammeVerrou
                       display "Verrou a liberer via "
                               "ConsultationVerrou si arret brutal"
                       CLOSE FiVerrou
                       move 8 to return-code
                       STOP RUN
                   else
                       perform garnitVerrou
                       rewrite EnregVerrou
                           invalid key continue
                       end-rewrite
                   end-if
           end-read.

       garnitVerrou.
      *****************************************
           move "O" to etatVerrou.
           move "AcquisitionPoints" to nomProgrammeVerrou.
           accept dateDebutVerrou from date YYYYMMDD.
           accept heureDebutVerrou from time.
           move spaces to resultatVerrou.

       libererVerrou.
      *****************************************
           move 1 to verrouIDLu.
           read FiVerrou
               invalid key continue
               not invalid key
                   move "L" to etatVerrou
                   move "NORMAL" to resultatVerrou
                   rewrite EnregVerrou
                       invalid key continue
                   end-rewrite
           end-read.
           CLOSE FiVerrou.

       end program AcquisitionPoints.
