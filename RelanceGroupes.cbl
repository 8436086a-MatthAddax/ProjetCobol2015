              record key is numeroContratGroupe
                  file status is fs-fiGroupes.

          select optional FiPrelevements
              assign "../Fichiers/PRELEVEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is clePrelevement
                  file status is fs-fiPrelevements.

          select optional FiCreances
              assign "../Fichiers/creances.seq"
              organization is line sequential
           02 etatContratGroupe            pic x.
               88 contratGroupeActif    value "A".
               88 contratGroupeALiberer value "L".
       FD FiPrelevements.
      *    registre des prelevements sur mandat : une echeance de
      *    contrat dont le prelevement est revenu rejete par la
      *    banque retourne a la relance par lettre
       01 EnregPrelevement.
           02 clePrelevement.
               03 typeEcheancierPrlv       pic x.
                   88 prelevementGroupe    value "G".
                   88 prelevementAbonnement value "S".
               03 numeroEcheancierPrlv     pic 9(6).
               03 rangEcheancePrlv         pic 9.
           02 codeClientPrlv               pic x(6).
           02 referenceMandatPrlv          pic x(35).
           02 codeSpectPrlv                pic x(7).
           02 dateRepresentationPrlv       pic 9(8).
           02 montantPrlv                  pic 9(7)v99.
           02 dateEcheancePrlv             pic 9(8).
           02 dateEmissionPrlv             pic 9(8).
           02 etatPrlv                     pic x.
               88 prelevementEmis      value "E".
               88 prelevementRejete    value "R".
               88 prelevementSansObjet value "S".
           02 dateRejetPrlv                pic 9(8).
           02 motifRejetPrlv               pic x(4).
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
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
       77 verrouIDLu                       pic 9.
       77 fs-fiGroupes                     pic x(2).
           88 finErreurFiGroupes    VALUES "10" THRU "99".
       77 fs-fiPrelevements                pic x(2).
       77 nbPrlvRejetesContrat             pic 9.
       77 nbContratsPrlvRejete             pic 9(5) value 0.
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiParamTraitement             pic x(2).
           02                              pic x(35)
               VALUE "Contrats avec solde en retard  : ".
           02 nbContratsEnRetardEd         pic zzzz9.
       01 LigneBilanContratsPrlvRejete.
           02                              pic x(35)
               VALUE "Contrats a prelevement rejete  : ".
           02 nbContratsPrlvRejeteEd       pic zzzz9.
       01 LigneBilanContratsFlagges.
           02                              pic x(35)
               VALUE "Blocs marques a liberer        : ".
           perform prendreVerrou.
           OPEN I-O FiGroupes.
           OPEN INPUT FiCreances.
           OPEN INPUT FiPrelevements.
           OPEN OUTPUT FiRapportGroupes.

           accept dateTraitementJour from date YYYYMMDD.

           perform ecritBilanGroupes.

           CLOSE FiGroupes FiCreances FiPrelevements
                 FiRapportGroupes.
           perform libererVerrou.
           STOP RUN.


       cumulePaiementGroupe.
      *****************************************
      *    un report a nouveau de cloture se lit comme le sens
      *    d'origine des mouvements qu'il remplace
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           if creancePaiement
               perform cherchePaiementCumul
               if iPaiement <= 999
                       to montantPaiementCumul(iPaiement)
               end-if
           end-if.
           if creanceRejetPaiement
               perform cherchePaiementCumul
               if iPaiement <= nbPaiementsCumules
                       and montantPaiementCumul(iPaiement)
                           >= montantCreance
                   subtract montantCreance
                       from montantPaiementCumul(iPaiement)
               end-if
           end-if.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           end-perform.
           compute soldeContrat = montantExigible
               - montantPayeContrat.
           perform comptePrelevementsRejetes.

       comptePrelevementsRejetes.
      *****************************************
      *    le rejet a deja rouvert l'echeance au grand livre : il
      *    ne reste qu'a le signaler sur la ligne du contrat
           move 0 to nbPrlvRejetesContrat.
           perform varying iEcheance from 1 by 1
                   until iEcheance > nbEcheancesContrat
                       or iEcheance > 3
               move "G" to typeEcheancierPrlv
               move numeroContratGroupe to numeroEcheancierPrlv
               move iEcheance to rangEcheancePrlv
               read FiPrelevements
                   invalid key continue
                   not invalid key
                       if prelevementRejete
                           add 1 to nbPrlvRejetesContrat
                       end-if
               end-read
           end-perform.

       ecritLigneContrat.
      *****************************************
                   add 1 to nbContratsEnRetard
                   perform flagueContratALiberer
                   move "BLOC A LIBERER" to etatContratEd
               when soldeContrat > 0 and nbPrlvRejetesContrat > 0
                   add 1 to nbContratsEnRetard
                   add 1 to nbContratsPrlvRejete
                   move "PRELEV. REJETE" to etatContratEd
               when soldeContrat > 0
                   add 1 to nbContratsEnRetard
                   move "SOLDE EN RETARD" to etatContratEd
           move nbContratsLus to nbContratsLusEd.
           move nbContratsEnRetard to nbContratsEnRetardEd.
           move nbContratsFlagges to nbContratsFlaggesEd.
           move nbContratsPrlvRejete to nbContratsPrlvRejeteEd.
           display LigneBilanContratsLus.
           display LigneBilanContratsRetard.
           display LigneBilanContratsPrlvRejete.
           display LigneBilanContratsFlagges.
           move LigneBilanContratsLus to EnregRapportGroupes.
           write EnregRapportGroupes.
           move LigneBilanContratsRetard to EnregRapportGroupes.
           write EnregRapportGroupes.
           move LigneBilanContratsPrlvRejete to EnregRapportGroupes.
           write EnregRapportGroupes.
           move LigneBilanContratsFlagges to EnregRapportGroupes.
           write EnregRapportGroupes.

