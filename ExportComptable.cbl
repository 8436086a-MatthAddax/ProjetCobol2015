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

          select optional FiRemboursements
              assign "../Fichiers/remboursements.seq"
              organization is line sequential
              record key is numeroAvoir
                  file status is fs-fiAvoirs.

          select optional FiMouvementsPoints
              assign "../Fichiers/mouvementsPoints.seq"
              organization is line sequential
              file status is fs-fiMouvementsPoints.

          select optional FiDons
              assign "../Fichiers/DONS.IND"
              organization is indexed access mode is dynamic
              record key is numeroDon
                  alternate record key is codeClientDon
                                        with duplicates
                  alternate record key is referenceDon
                                        with duplicates
                  file status is fs-fiDons.

          select optional FiVentesBoutique
              assign "../Fichiers/ventesBoutique.seq"
              organization is line sequential
              file status is fs-fiVentesBoutique.

          select FiJournalCompta assign
                  "../Fichiers/journalCompta.seq"
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
       FD FiRemboursements.
       01 EnregRemboursement.
           02 codeSpectRembours            pic x(7).
           02 etatAvoir                    pic x.
           02 codeSpectOrigineAvoir        pic x(7).
           02 dateRepresentationOrigineAvoir pic 9(8).
       FD FiMouvementsPoints.
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
       FD FiDons.
       01 EnregDon.
           02 numeroDon                    pic 9(7).
           02 codeClientDon                pic x(6).
           02 montantDon                   pic 9(7)v99.
           02 dateDon                      pic 9(8).
           02 modeReglementDon             pic x.
           02 codeCampagneDon              pic x(6).
           02 canalDon                     pic x.
           02 referenceDon                 pic x(10).
           02 codeOperateurDon             pic x(4).
           02 numeroRecuDon                pic 9(7).
       FD FiVentesBoutique.
       01 EnregVenteBoutique.
           02 dateVenteBoutique            pic 9(8).
           02 heureVenteBoutique           pic 9(8).
           02 codeOperateurBoutique        pic x(4).
           02 codeArticleVente             pic x(6).
           02 quantiteVenteBoutique        pic 9(3).
           02 prixUnitaireVenteBoutique    pic 9(5)v99.
           02 montantVenteBoutique         pic 9(7)v99.
           02 categorieTVAVenteBoutique    pic x.
           02 modeReglementBoutique        pic x.
       FD FiJournalCompta.
      *    piece d'import pour le progiciel de la comptabilite :
      *    chaque mouvement du grand livre devient une ecriture
      *----------------------------------------
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 fs-fiHistoCreances               pic x(2).
           88 finFiHistoCreances    VALUE "10".
       77 fs-fiRemboursements              pic x(2).
           88 finFiRemboursements   VALUE "10".
       77 fs-fiMappingComptes              pic x(2).
       77 fs-fiParamListing                pic x(2).
       77 fs-fiAvoirs                      pic x(2).
           88 finErreurFiAvoirs     VALUES "10" THRU "99".
       77 fs-fiMouvementsPoints            pic x(2).
           88 finFiMouvementsPoints VALUE "10".
       77 fs-fiDons                        pic x(2).
           88 finErreurFiDons       VALUES "10" THRU "99".
       77 fs-fiVentesBoutique              pic x(2).
           88 finFiVentesBoutique   VALUE "10".
       77 anneeExport                      pic 9(4) value 2015.
       77 moisExport                       pic 99 value 10.
       77 dateDebutPeriode                 pic 9(8).
       77 compteAvoirs                     pic x(6) value "419100".
       77 compteCarnets                    pic x(6) value "419200".
       77 compteTransferts                 pic x(6) value "411900".
       77 compteFidelite                   pic x(6) value "487100".
       77 compteRemisesFidelite            pic x(6) value "709100".
       77 compteDons                       pic x(6) value "754100".
       77 compteBoutique                   pic x(6) value "707000".
       77 engagementFidelite               pic s9(9)v99 value 0.
       77 compteContrepartie               pic x(6).
       77 compteProduit                    pic x(6).
       77 montantEcritureCourante          pic 9(9)v99.
           02 totalDebitsEd                pic zzzzzzzz9,99.
           02                              pic x(3) VALUE " / ".
           02 totalCreditsEd               pic zzzzzzzz9,99.
       01 LigneBilanFidelite.
           02                              pic x(35)
               VALUE "Engagement fidelite fin periode : ".
           02 engagementFideliteEd         pic -zzzzzzzz9,99.

       procedure division.
      *========================================
           compute dateFinPeriode = anneeExport * 10000
               + moisExport * 100 + 31.

      *    une periode deja close se reexporte depuis l'historique
      *    de cloture
           perform lireClotureCreances.
           if dateDebutPeriode <= dateFinClotureCreances
               OPEN INPUT FiHistoCreances
               read FiHistoCreances into EnregCreance
                   at end move "10" to fs-fiHistoCreances
               end-read
               perform exporteHistoCreance until finFiHistoCreances
               CLOSE FiHistoCreances
           end-if.

           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

           perform exporteAvoirsEmis.

           perform exporteMouvementsPoints.

           perform exporteDons.

           perform exporteVentesBoutique.

           perform ecritTrailerJournal.

           move nbEcrituresEcrites to nbEcrituresEcritesEd.
           move totalDebits to totalDebitsEd.
           move totalCredits to totalCreditsEd.
           move engagementFidelite to engagementFideliteEd.
           display LigneBilanEcritures.
           display LigneBilanEquilibre.
           display LigneBilanFidelite.

           CLOSE FiCreances FiRemboursements FiParamListing
                 FiJournalCompta.
      *****************************************
      *    C clients, V ventes billetterie, L locations, B banque,
      *    R remboursements, A avoirs, K carnets prepayes,
      *    T transferts entre clients, F engagement de fidelite
      *    (points en circulation), M remises de fidelite,
      *    D dons recus, P ventes de la boutique ; les types
      *    absents gardent leur compte par defaut
           OPEN INPUT FiMappingComptes.
           if fs-fiMappingComptes = "00"
               read FiMappingComptes
               when "A" move compteMappingLu to compteAvoirs
               when "K" move compteMappingLu to compteCarnets
               when "T" move compteMappingLu to compteTransferts
               when "F" move compteMappingLu to compteFidelite
               when "M" move compteMappingLu to compteRemisesFidelite
               when "D" move compteMappingLu to compteDons
               when "P" move compteMappingLu to compteBoutique
           end-evaluate.
           read FiMappingComptes
               at end move "10" to fs-fiMappingComptes
           end-read.

       exporteMouvementCreance.
      *****************************************
           perform retientMouvementCreance.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       exporteHistoCreance.
      *****************************************
           perform retientMouvementCreance.
           read FiHistoCreances into EnregCreance
               at end move "10" to fs-fiHistoCreances
           end-read.

       retientMouvementCreance.
      *****************************************
      *    une facturation debite le compte clients et credite le
      *    produit de son flux : ventes de billetterie, locations
      *    creance change de client sans vente nouvelle) ; un
      *    encaissement credite les clients avec en contrepartie la
      *    banque pour les modes monetaires, ou le compte dedie pour
      *    les tirages d'avoirs, de carnets, de points de fidelite
      *    et les transferts, ou aucun argent ne passe en banque
           if dateMouvementCreance >= dateDebutPeriode
                   and dateMouvementCreance <= dateFinPeriode
               move montantCreance to montantEcritureCourante
               move dateMouvementCreance to dateEcritureCourante
      *    un report a nouveau de cloture n'est pas une piece : les
      *    mouvements qu'il cumule ont ete exportes avec leur periode
               evaluate true
                   when creanceReportee
                       continue
                   when creanceFacturation
                       perform exporteFacturation
                   when creanceRejetPaiement
                       perform exporteRejetPaiement
                   when other
                       perform exporteEncaissement
               end-evaluate
           end-if.

       exporteFacturation.
      *****************************************
               when "T"
                   move "OD" to codeJournalCourant
                   move compteTransferts to compteContrepartie
               when "F"
                   move "OD" to codeJournalCourant
                   move compteFidelite to compteContrepartie
               when other
                   move "BQ" to codeJournalCourant
                   move compteBanque to compteContrepartie
           move compteClients to compteContrepartie.
           perform ecritEcritureCredit.

       exporteRejetPaiement.
      *****************************************
      *    cheque impaye ou carte contestee : la banque reprend
      *    l'encaissement, la creance client est reconstituee
           move "BQ" to codeJournalCourant.
           move compteClients to compteContrepartie.
           move spaces to libelleEcritureCourante.
           string "Rejet reglement " codeClientCreance " mode "
               modeReglementCreance delimited by size
               into libelleEcritureCourante
           end-string.
           perform ecritEcritureDebit.
           move compteBanque to compteContrepartie.
           perform ecritEcritureCredit.

       exporteRemboursement.
      *****************************************
      *    un remboursement valorise debite la charge de
               at end move "10" to fs-fiAvoirs
           end-read.

       exporteMouvementsPoints.
      *****************************************
      *    engagement de fidelite : les points acquis sont une
      *    remise accordee, constatee au credit du compte
      *    d'engagement ; expirations et ajustements negatifs la
      *    reprennent ; les utilisations sont deja passees avec le
      *    reglement 'P' mode "F" du grand livre des creances ; le
      *    solde en euros des points en circulation a la fin de la
      *    periode est edite au bilan
           OPEN INPUT FiMouvementsPoints.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.
           perform exporteMouvementPoints
               until finFiMouvementsPoints.
           CLOSE FiMouvementsPoints.

       exporteMouvementPoints.
      *****************************************
           if dateMvtPoints <= dateFinPeriode
               if mvtCredit
                   add valeurMvtPoints to engagementFidelite
               else
                   subtract valeurMvtPoints from engagementFidelite
               end-if
           end-if.
           if dateMvtPoints >= dateDebutPeriode
                   and dateMvtPoints <= dateFinPeriode
                   and not mvtUtilisation
                   and valeurMvtPoints > 0
               move valeurMvtPoints to montantEcritureCourante
               move dateMvtPoints to dateEcritureCourante
               move "OD" to codeJournalCourant
               move spaces to libelleEcritureCourante
               string "Points fidelite " typeMvtPoints " "
                   codeClientMvtPoints delimited by size
                   into libelleEcritureCourante
               end-string
               if mvtCredit
                   move compteRemisesFidelite to compteContrepartie
                   perform ecritEcritureDebit
                   move compteFidelite to compteContrepartie
                   perform ecritEcritureCredit
               else
                   move compteFidelite to compteContrepartie
                   perform ecritEcritureDebit
                   move compteRemisesFidelite to compteContrepartie
                   perform ecritEcritureCredit
               end-if
           end-if.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.

       exporteDons.
      *****************************************
      *    les dons de mecenat n'ont aucune ligne aux creances : ils
      *    passent au journal de banque sur leur compte propre, sans
      *    jamais toucher les ventes de billetterie -- debit banque,
      *    credit dons recus
           OPEN INPUT FiDons.
           if fs-fiDons = "00"
               move low-values to numeroDon
               start FiDons key is >= numeroDon
                   invalid key move "10" to fs-fiDons
                   not invalid key
                       read FiDons next
                           at end move "10" to fs-fiDons
                       end-read
               end-start
               perform exporteDon until finErreurFiDons
           end-if.
           CLOSE FiDons.

       exporteDon.
      *****************************************
           if dateDon >= dateDebutPeriode
                   and dateDon <= dateFinPeriode
               move montantDon to montantEcritureCourante
               move dateDon to dateEcritureCourante
               move "BQ" to codeJournalCourant
               move spaces to libelleEcritureCourante
               string "Don " numeroDon " " codeClientDon " "
                   codeCampagneDon delimited by size
                   into libelleEcritureCourante
               end-string
               move compteBanque to compteContrepartie
               perform ecritEcritureDebit
               move compteDons to compteContrepartie
               perform ecritEcritureCredit
           end-if.
           read FiDons next
               at end move "10" to fs-fiDons
           end-read.

       exporteVentesBoutique.
      *****************************************
      *    les ventes de la boutique (programmes, affiches, disques)
      *    ont leur propre caisse et aucune ligne aux creances :
      *    elles passent au journal de banque sur leur compte de
      *    produit, a part de la billetterie -- debit banque, credit
      *    ventes de marchandises
           OPEN INPUT FiVentesBoutique.
           if fs-fiVentesBoutique = "00"
               read FiVentesBoutique
                   at end move "10" to fs-fiVentesBoutique
               end-read
               perform exporteVenteBoutique until finFiVentesBoutique
           end-if.
           CLOSE FiVentesBoutique.

       exporteVenteBoutique.
      *****************************************
           if dateVenteBoutique >= dateDebutPeriode
                   and dateVenteBoutique <= dateFinPeriode
               move montantVenteBoutique to montantEcritureCourante
               move dateVenteBoutique to dateEcritureCourante
               move "BQ" to codeJournalCourant
               move spaces to libelleEcritureCourante
               string "Boutique " codeArticleVente " x"
                   quantiteVenteBoutique " " codeOperateurBoutique
                   delimited by size
                   into libelleEcritureCourante
               end-string
               move compteBanque to compteContrepartie
               perform ecritEcritureDebit
               move compteBoutique to compteContrepartie
               perform ecritEcritureCredit
           end-if.
           read FiVentesBoutique
               at end move "10" to fs-fiVentesBoutique
           end-read.

       ecritEcritureDebit.
      *****************************************
           move "E" to typeLigneJournal.
           move "TOTAL CONTROLE" to libelleEcritureJournal.
           write EnregJournalCompta.

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

       end program ExportComptable.
