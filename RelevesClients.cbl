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
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiMouvementsPoints
              assign "../Fichiers/mouvementsPoints.seq"
              organization is line sequential
              file status is fs-fiMouvementsPoints.

          select optional FiCorrespondances
              assign "../Fichiers/correspondances.seq"
              organization is line sequential
              file status is fs-fiCorrespondances.

          select FiReleves assign "../Fichiers/releves.seq"
              organization is line sequential.

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
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiMouvementsPoints.
       01 EnregMouvementPoints.
           02 codeClientMvtPoints          pic x(6).
           02 typeMvtPoints                pic x.
               88 mvtAcquisition       value "G".
           02 sensMvtPoints                pic x.
               88 mvtCredit            value "+".
               88 mvtDebit             value "-".
           02 nbPointsMvt                  pic 9(7).
           02 valeurMvtPoints              pic 9(7)v99.
           02 codeSpectMvtPoints           pic x(7).
           02 dateRepresentationMvtPoints  pic 9(8).
           02 dateMvtPoints                pic 9(8).
           02 codeOperateurMvtPoints       pic x(4).
       FD FiCorrespondances.
      *    registre des correspondances sortantes : une ligne par
      *    envoi extrait pour un client, avec son type, son canal
      *    ('P' courrier, 'E' courriel, 'S' SMS), sa nature ('S'
      *    service, 'M' marketing), la date et le programme emetteur
       01 EnregCorrespondance.
           02 dateCorrespondance           pic 9(8).
           02 codeClientCorresp            pic x(6).
           02 typeCorrespondance           pic x(8).
           02 canalCorrespondance          pic x.
           02 natureCorrespondance         pic x.
           02 programmeCorrespondance      pic x(20).
           02 referenceCorrespondance      pic x(20).
       FD FiReleves.
       01 EnregReleve                      pic x(120).
       FD FiLettresRelance.
      *----------------------------------------
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 fs-fiHistoCreances               pic x(2).
           88 finFiHistoCreances    VALUE "10".
       77 fs-fiClient                      pic x(2).
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiRelances                    pic x(2).
       77 fs-fiParamListing                pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiMouvementsPoints            pic x(2).
           88 finFiMouvementsPoints VALUE "10".
       77 fs-fiCorrespondances             pic x(2).
       77 anneeReleve                      pic 9(4) value 2015.
       77 moisReleve                       pic 99 value 10.
       77 dateDebutPeriode                 pic 9(8).
       77 dateFinPeriode                   pic 9(8).
       77 lectureHistoriqueFlag            pic x value "N".
           88 lectureHistorique     VALUE "O".
       77 dateTraitementJour               pic 9(8).
       77 iClientRel                       pic 9(4).
       77 nbClientsReleve                  pic 9(4) value 0.
               03 soldeOuvertureRel        pic s9(7)v99.
               03 soldeClotureRel          pic s9(7)v99.
               03 plusVieilleEcheanceRel   pic 9(8).
               03 soldePointsRel           pic s9(9).
               03 pointsAcquisPeriodeRel   pic 9(9).
       01 tabMouvementsPeriode.
           02 detailMouvementPeriode OCCURS 2000.
               03 clientMouvement          pic x(6).
           02                              pic x(24)
               VALUE "Solde de cloture      : ".
           02 soldeClotureEd               pic -zzzzz9,99.
       01 LignePointsReleve.
           02                              pic x(24)
               VALUE "Points de fidelite    : ".
           02 soldePointsReleveEd          pic -zzzzzz9.
           02                              pic x(25)
               VALUE "  dont acquis ce mois : ".
           02 pointsAcquisReleveEd         pic zzzzzz9.
       01 LigneLettreRelance.
           02                              pic x(8)
               VALUE "RELANCE ".
           OPEN INPUT FiCreances FiClient FiSpectacle FiParamListing.
           OPEN I-O FiRelances.
           OPEN OUTPUT FiReleves FiLettresRelance.
           OPEN EXTEND FiCorrespondances.

           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementReleves.
           compute dateFinPeriode = anneeReleve * 10000
               + moisReleve * 100 + 31.

      *    un releve qui touche une periode close se refait sur
      *    l'historique de cloture et les mouvements ouverts, les
      *    reports a nouveau ne servant plus ; sinon les reports,
      *    anterieurs a la periode, font le solde d'ouverture
           perform lireClotureCreances.
           if dateDebutPeriode <= dateFinClotureCreances
               move "O" to lectureHistoriqueFlag
               OPEN INPUT FiHistoCreances
               read FiHistoCreances into EnregCreance
                   at end move "10" to fs-fiHistoCreances
               end-read
               perform ventileHistoReleve until finFiHistoCreances
               CLOSE FiHistoCreances
           end-if.

           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           perform ventileMouvementReleve until finFiCreances.

           OPEN INPUT FiMouvementsPoints.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.
           perform ventileMouvementPoints until finFiMouvementsPoints.
           CLOSE FiMouvementsPoints.

           perform varying iClientRel from 1 by 1
                   until iClientRel > nbClientsReleve
               perform editeReleveClient
           display LigneBilanRelances.

           CLOSE FiCreances FiClient FiSpectacle FiParamListing
                 FiRelances FiReleves FiLettresRelance
                 FiCorrespondances.
           STOP RUN.

       lireParamTraitementReleves.
           end-read.

       ventileMouvementReleve.
      *****************************************
           if creanceReportee
               if not lectureHistorique
                   move sensReporteCreance to sensCreance
                   perform ventileMontantReleve
               end-if
           else
               perform ventileMontantReleve
           end-if.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       ventileHistoReleve.
      *****************************************
           perform ventileMontantReleve.
           read FiHistoCreances into EnregCreance
               at end move "10" to fs-fiHistoCreances
           end-read.

       ventileMontantReleve.
      *****************************************
      *    les mouvements anterieurs a la periode font le solde
      *    d'ouverture, ceux de la periode vont en table de detail ;
                       move dateRepresentationCreance
                           to plusVieilleEcheanceRel(iClientRel)
                   end-if
               else
               if creanceRejetPaiement
      *    un reglement rejete redevient exigible a sa date d'origine
                   add montantCreance to soldeClotureRel(iClientRel)
                   if dateReglementRejeteCreance
                           < plusVieilleEcheanceRel(iClientRel)
                       move dateReglementRejeteCreance
                           to plusVieilleEcheanceRel(iClientRel)
                   end-if
               else
                   subtract montantCreance
                       from soldeClotureRel(iClientRel)
               end-if
               end-if
               if dateMouvementCreance < dateDebutPeriode
                   if creanceFacturation or creanceRejetPaiement
                       add montantCreance
                           to soldeOuvertureRel(iClientRel)
                   else
                   end-if
               end-if
           end-if.

       chercheClientReleve.
      *****************************************
               move 0 to soldeClotureRel(nbClientsReleve)
               move 99999999
                   to plusVieilleEcheanceRel(nbClientsReleve)
               move 0 to soldePointsRel(nbClientsReleve)
               move 0 to pointsAcquisPeriodeRel(nbClientsReleve)
               move nbClientsReleve to iClientRel
           end-if.

       ventileMouvementPoints.
      *****************************************
      *    solde de points a la fin de la periode et points acquis
      *    pendant la periode, pour les clients du releve ; un
      *    client a points a forcement des facturations au grand
      *    livre
           perform varying iClientRel from 1 by 1
                   until iClientRel > nbClientsReleve
                       or codeClientRel(iClientRel)
                           = codeClientMvtPoints
               continue
           end-perform.
           if iClientRel <= nbClientsReleve
                   and dateMvtPoints <= dateFinPeriode
               if mvtCredit
                   add nbPointsMvt to soldePointsRel(iClientRel)
               else
                   subtract nbPointsMvt
                       from soldePointsRel(iClientRel)
               end-if
               if mvtAcquisition
                       and dateMvtPoints >= dateDebutPeriode
                   add nbPointsMvt
                       to pointsAcquisPeriodeRel(iClientRel)
               end-if
           end-if.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.

       editeReleveClient.
      *****************************************
           move codeClientRel(iClientRel) to codeClientReleveEd.
           move soldeClotureRel(iClientRel) to soldeClotureEd.
           move LigneSoldeCloture to EnregReleve.
           write EnregReleve.
           if soldePointsRel(iClientRel) not = 0
                   or pointsAcquisPeriodeRel(iClientRel) > 0
               move soldePointsRel(iClientRel) to soldePointsReleveEd
               move pointsAcquisPeriodeRel(iClientRel)
                   to pointsAcquisReleveEd
               move LignePointsReleve to EnregReleve
               write EnregReleve
           end-if.
           add 1 to nbRelevesEdites.
           move "RELEVE" to typeCorrespondance.
           perform enregistreCorrespReleve.
           perform gereRelanceClient.

       editeMouvementReleve.
               move "Facturation" to libelleSensEd
               move montantMouvement(iMouvement)
                   to montantMouvementEd
           else
           if sensMouvement(iMouvement) = "I"
               move "Rejet regl." to libelleSensEd
               move montantMouvement(iMouvement)
                   to montantMouvementEd
           else
               move "Reglement" to libelleSensEd
               compute montantMouvementEd =
                   0 - montantMouvement(iMouvement)
           end-if
           end-if.
           move spectMouvement(iMouvement) to codeSpect.
           read FiSpectacle
           move LigneLettreRelance to EnregLettreRelance.
           write EnregLettreRelance.
           add 1 to nbRelancesEmises.
           move spaces to typeCorrespondance.
           string "RELANCE" niveauRelance delimited by size
               into typeCorrespondance.
           perform enregistreCorrespReleve.

       enregistreCorrespReleve.
      *****************************************
      *    releve et lettre de relance sont des pieces du compte
      *    du client : ils partent par courrier quels que soient
      *    ses choix de consentement, et sont portes au registre
      *    des correspondances ; l'appelant garnit le type
           move dateTraitementJour to dateCorrespondance.
           move codeClientRel(iClientRel) to codeClientCorresp.
           move "P" to canalCorrespondance.
           move "S" to natureCorrespondance.
           move "RelevesClients" to programmeCorrespondance.
           move spaces to referenceCorrespondance.
           move anneeReleve to referenceCorrespondance(1:4).
           move moisReleve to referenceCorrespondance(5:2).
           write EnregCorrespondance.

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

       end program RelevesClients.
