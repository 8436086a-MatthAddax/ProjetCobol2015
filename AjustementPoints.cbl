       program-id. AjustementPoints as "AjustementPoints".

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

          select optional FiOperateurs
              assign "../Fichiers/operateurs.seq"
              organization is line sequential
              file status is fs-fiOperateurs.

          select optional FiJournalActions
              assign "../Fichiers/journalActions.seq"
              organization is line sequential
              file status is fs-fiJournalActions.
       data division.
      *========================================
       file section.
      *----------------------------------------
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
       01 EnregPoints.
           02 codeClientPoints             pic x(6).
           02 soldePoints                  pic 9(7).
           02 cumulPointsAcquis            pic 9(9).
           02 cumulPointsUtilises          pic 9(9).
           02 cumulPointsExpires           pic 9(9).
           02 dateDernierMouvementPoints   pic 9(8).
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
       FD FiParamFidelite.
       01 EnregParamFidelite.
           02 pointsParEuroParam           pic 9(2).
           02 valeurPointParam             pic 9v9(4).
           02 moisValiditeParam            pic 9(2).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiOperateurs.
       01 EnregOperateurLu.
           02 codeOperateurLu              pic x(4).
           02 nomOperateurLu               pic x(20).
           02 profilOperateurLu            pic x.
       FD FiJournalActions.
       01 EnregJournalAction.
           02 codeOperateurAction          pic x(4).
           02 actionJournalisee            pic x(20).
           02 cibleAction                  pic x(30).
           02 dateAction                   pic 9(8).
           02 heureAction                  pic 9(8).
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
       77 fs-fiClient                      pic x(2).
       77 fs-fiPoints                      pic x(2).
       77 fs-fiMouvementsPoints            pic x(2).
       77 fs-fiParamFidelite               pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiOperateurs                  pic x(2).
           88 finFiOperateurs       VALUE "10".
       77 fs-fiJournalActions              pic x(2).
       77 codeOperateur                    pic x(4) value spaces.
       77 operateurHabiliteFlag            pic x value "O".
           88 operateurHabilite     VALUE "O".
           88 operateurNonHabilite  VALUE "N".
       77 dateTraitementJour               pic 9(8).
       77 valeurPoint                      pic 9v9(4) value 0.02.
       77 codeClientSaisi                  pic x(6) value "X".
       77 sensSaisi                        pic x.
       77 nbPointsSaisis                   pic 9(7).
       77 compteExistantFlag               pic x.
           88 compteExistant        VALUE "O".
           88 compteAbsent          VALUE "N".
       77 nbAjustements                    pic 9(5) value 0.
       01 LigneSoldeAjustement.
           02                              pic x(9) VALUE "Client : ".
           02 codeClientAjustEd            pic x(6).
           02                              pic x VALUE SPACE.
           02 nomClientAjustEd             pic x(20).
           02                              pic x(10)
               VALUE "  solde : ".
           02 soldePointsAjustEd           pic zzzzzz9.
           02                              pic x(7) VALUE " points".
       01 LigneBilanAjustements.
           02                              pic x(35)
               VALUE "Ajustements enregistres         : ".
           02 nbAjustementsEd              pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    ajustement manuel d'un compte de points (geste
      *    commercial, correction d'une acquisition sur une vente
      *    annulee) : reserve au superviseur, chaque ajustement
      *    laisse un mouvement 'J' au journal des points et une
      *    ligne au journal des actions
           display "Code operateur : " with no advancing.
           accept codeOperateur.
           perform verifieOperateurSuperviseur.
           if operateurNonHabilite or codeOperateur = spaces
               display "Ajustement refuse : profil superviseur "
                       "requis"
               move 8 to return-code
               STOP RUN
           end-if.

           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementAjust.
           perform lireParamFideliteAjust.

      *    les soldes sont aussi reecrits par le guichet (paiement en
      *    points) : l'ajustement prend le verrou d'exploitation
           perform prendreVerrou.
           OPEN INPUT FiClient.
           OPEN I-O FiPoints.
           OPEN EXTEND FiMouvementsPoints.

           perform saisieAjustement until codeClientSaisi = spaces.

           move nbAjustements to nbAjustementsEd.
           display LigneBilanAjustements.

           CLOSE FiClient FiPoints FiMouvementsPoints.
           perform libererVerrou.
           STOP RUN.

       verifieOperateurSuperviseur.
      *****************************************
      *    meme controle que l'approbation des tarifs : sans
      *    referentiel des operateurs, l'exploitation reste possible
           move "O" to operateurHabiliteFlag.
           OPEN INPUT FiOperateurs.
           if fs-fiOperateurs = "00"
               move "N" to operateurHabiliteFlag
               read FiOperateurs
                   at end move "10" to fs-fiOperateurs
               end-read
               perform chercheOperateurSuperviseur
                   until finFiOperateurs
           end-if.
           CLOSE FiOperateurs.

       chercheOperateurSuperviseur.
      *****************************************
           if codeOperateurLu = codeOperateur
                   and profilOperateurLu = "S"
               move "O" to operateurHabiliteFlag
           end-if.
           read FiOperateurs
               at end move "10" to fs-fiOperateurs
           end-read.

       lireParamTraitementAjust.
      *****************************************
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

       lireParamFideliteAjust.
      *****************************************
           OPEN INPUT FiParamFidelite.
           read FiParamFidelite
               at end continue
               not at end
                   if valeurPointParam is numeric
                           and valeurPointParam > 0
                       move valeurPointParam to valeurPoint
                   end-if
           end-read.
           CLOSE FiParamFidelite.

       saisieAjustement.
      *****************************************
           display " ".
           display "Code client (vide pour quitter) : "
               with no advancing.
           accept codeClientSaisi.
           if codeClientSaisi not = spaces
               move codeClientSaisi to codeClientMaster
               read FiClient
                   invalid key
                       display "Client inconnu du fichier maitre"
                   not invalid key
                       perform saisieAjustementClient
               end-read
           end-if.

       saisieAjustementClient.
      *****************************************
           move codeClientSaisi to codeClientPoints.
           read FiPoints
               invalid key
                   move "N" to compteExistantFlag
                   move 0 to soldePoints
                   move 0 to cumulPointsAcquis
                   move 0 to cumulPointsUtilises
                   move 0 to cumulPointsExpires
               not invalid key
                   move "O" to compteExistantFlag
           end-read.
           move codeClientSaisi to codeClientAjustEd.
           move nomClientMaster to nomClientAjustEd.
           move soldePoints to soldePointsAjustEd.
           display LigneSoldeAjustement.
           display "Sens (+ credit, - debit) : " with no advancing.
           accept sensSaisi.
           display "Nombre de points : " with no advancing.
           accept nbPointsSaisis.
           evaluate true
               when sensSaisi not = "+" and sensSaisi not = "-"
                   display "Sens invalide : ajustement ignore"
               when nbPointsSaisis is not numeric
                       or nbPointsSaisis = 0
                   display "Nombre de points invalide : ajustement "
                           "ignore"
               when sensSaisi = "-" and nbPointsSaisis > soldePoints
                   display "Debit superieur au solde : ajustement "
                           "ignore"
               when other
                   perform appliqueAjustement
           end-evaluate.

       appliqueAjustement.
      *****************************************
           if sensSaisi = "+"
               add nbPointsSaisis to soldePoints
           else
               subtract nbPointsSaisis from soldePoints
           end-if.
           move dateTraitementJour to dateDernierMouvementPoints.
           if compteExistant
               rewrite EnregPoints
                   invalid key continue
               end-rewrite
           else
               write EnregPoints
                   invalid key continue
               end-write
           end-if.
           move codeClientSaisi to codeClientMvtPoints.
           move "J" to typeMvtPoints.
           move sensSaisi to sensMvtPoints.
           move nbPointsSaisis to nbPointsMvt.
           compute valeurMvtPoints rounded =
               nbPointsSaisis * valeurPoint.
           move spaces to codeSpectMvtPoints.
           move 0 to dateRepresentationMvtPoints.
           move dateTraitementJour to dateMvtPoints.
           move codeOperateur to codeOperateurMvtPoints.
           write EnregMouvementPoints.
           add 1 to nbAjustements.
           OPEN EXTEND FiJournalActions.
           move codeOperateur to codeOperateurAction.
           move "AJUSTEMENT POINTS" to actionJournalisee.
           move spaces to cibleAction.
           string codeClientSaisi " " sensSaisi nbPointsSaisis
               delimited by size into cibleAction
           end-string.
           accept dateAction from date YYYYMMDD.
           accept heureAction from time.
           write EnregJournalAction.
           CLOSE FiJournalActions.
           move soldePoints to soldePointsAjustEd.
           display LigneSoldeAjustement.

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
           move "AjustementPoints" to nomProgrammeVerrou.
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

       end program AjustementPoints.
