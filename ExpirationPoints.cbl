       program-id. ExpirationPoints as "ExpirationPoints".

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

          select FiRapportExpiration assign
                  "../Fichiers/expirationPoints.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
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
       FD FiRapportExpiration.
       01 EnregRapportExpiration           pic x(100).
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
       77 fs-fiPoints                      pic x(2).
       77 fs-fiMouvementsPoints            pic x(2).
           88 finFiMouvementsPoints VALUE "10".
       77 fs-fiParamFidelite               pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 dateDebutAnnee                   pic 9(8).
       77 dateEcheancePoints               pic 9(8).
       77 anneeEcheance                    pic 9(4).
       77 moisEcheance                     pic 9(2).
       77 jourEcheance                     pic 9(2).
       77 rangMoisEcheance                 pic 9(6).
       77 valeurPoint                      pic 9v9(4) value 0.02.
       77 moisValidite                     pic 9(2) value 24.
       77 expirationDejaFaiteFlag          pic x value "N".
           88 expirationDejaFaite   VALUE "O".
       77 iClientExp                       pic 9(4).
       77 nbClientsExp                     pic 9(4) value 0.
       77 pointsAExpirer                   pic s9(9).
       77 nbComptesExpires                 pic 9(5) value 0.
       77 totalPointsExpires               pic 9(9) value 0.
       77 totalValeurExpiree               pic 9(9)v99 value 0.
       01 dateTraitementJour               pic 9(8).
       01 REDEFINES dateTraitementJour.
           02 anneeTraitement              pic 9(4).
           02 moisTraitement               pic 9(2).
           02 jourTraitement               pic 9(2).
      *    par client, les points acquis avant l'echeance et tout ce
      *    qui a deja ete consomme : les plus anciens points partent
      *    les premiers, seul le reliquat acquis avant l'echeance
      *    expire
       01 tabClientsExpiration.
           02 detailClientExp OCCURS 999.
               03 codeClientExp            pic x(6).
               03 pointsAnciensExp         pic 9(9).
               03 pointsConsommesExp       pic 9(9).
       01 LigneEnteteExpiration.
           02                              pic x(36)
               VALUE "Expiration des points acquis avant ".
           02 dateEcheanceEd               pic 9(8).
       01 LigneClientExpiration.
           02                              pic x(9) VALUE "  client ".
           02 codeClientExpEd              pic x(6).
           02                              pic x(10)
               VALUE "  expires ".
           02 pointsExpiresEd              pic zzzzzz9.
           02                              pic x(9)
               VALUE "  valeur ".
           02 valeurExpireeEd              pic zzzzz9,99.
           02                              pic x(8)
               VALUE "  solde ".
           02 soldeRestantEd               pic zzzzzz9.
       01 LigneBilanComptesExpires.
           02                              pic x(35)
               VALUE "Comptes touches par l'expiration: ".
           02 nbComptesExpiresEd           pic zzzz9.
       01 LigneBilanPointsExpires.
           02                              pic x(35)
               VALUE "Points expires                  : ".
           02 totalPointsExpiresEd         pic zzzzzzzz9.
       01 LigneBilanValeurExpiree.
           02                              pic x(35)
               VALUE "Contre-valeur expiree           : ".
           02 totalValeurExpireeEd         pic zzzzzzzz9,99.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    expiration annuelle des points de fidelite : les points
      *    acquis il y a plus de moisValidite mois et non encore
      *    utilises sont retires du compte par un mouvement 'X' au
      *    journal des points ; un seul passage par an
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementExpiration.
           perform lireParamFideliteExpiration.
           perform calculeEcheancePoints.
           compute dateDebutAnnee = anneeTraitement * 10000 + 101.

      *    le verrou d'exploitation est pris avant le controle du
      *    passage deja fait : le guichet et les autres traitements
      *    des points reecrivent les memes soldes
           perform prendreVerrou.
           OPEN INPUT FiMouvementsPoints.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.
           perform cumuleMouvementExpiration
               until finFiMouvementsPoints.
           CLOSE FiMouvementsPoints.

           if expirationDejaFaite
               display "Expiration de l'annee " anneeTraitement
                       " deja faite : aucun point retire"
               perform libererVerrou
               STOP RUN
           end-if.

           OPEN I-O FiPoints.
           OPEN EXTEND FiMouvementsPoints.
           OPEN OUTPUT FiRapportExpiration.
           move dateEcheancePoints to dateEcheanceEd.
           display LigneEnteteExpiration.
           move LigneEnteteExpiration to EnregRapportExpiration.
           write EnregRapportExpiration.

           perform expireClient
               varying iClientExp from 1 by 1
               until iClientExp > nbClientsExp.

           move nbComptesExpires to nbComptesExpiresEd.
           move totalPointsExpires to totalPointsExpiresEd.
           move totalValeurExpiree to totalValeurExpireeEd.
           display LigneBilanComptesExpires.
           display LigneBilanPointsExpires.
           display LigneBilanValeurExpiree.
           move LigneBilanComptesExpires to EnregRapportExpiration.
           write EnregRapportExpiration.
           move LigneBilanPointsExpires to EnregRapportExpiration.
           write EnregRapportExpiration.
           move LigneBilanValeurExpiree to EnregRapportExpiration.
           write EnregRapportExpiration.

           CLOSE FiPoints FiMouvementsPoints FiRapportExpiration.
           perform libererVerrou.
           STOP RUN.

       lireParamTraitementExpiration.
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

       lireParamFideliteExpiration.
      *****************************************
      *    sans fichier : points valables 24 mois, valant 0,02
           OPEN INPUT FiParamFidelite.
           read FiParamFidelite
               at end continue
               not at end
                   if valeurPointParam is numeric
                           and valeurPointParam > 0
                       move valeurPointParam to valeurPoint
                   end-if
                   if moisValiditeParam is numeric
                           and moisValiditeParam > 0
                       move moisValiditeParam to moisValidite
                   end-if
           end-read.
           CLOSE FiParamFidelite.

       calculeEcheancePoints.
      *****************************************
      *    meme jour, moisValidite mois plus tot ; le jour est
      *    ramene au 28 pour rester une date valide en fevrier
           compute rangMoisEcheance = anneeTraitement * 12
               + moisTraitement - 1 - moisValidite.
           divide rangMoisEcheance by 12 giving anneeEcheance
               remainder moisEcheance.
           add 1 to moisEcheance.
           move jourTraitement to jourEcheance.
           if jourEcheance > 28
               move 28 to jourEcheance
           end-if.
           compute dateEcheancePoints = anneeEcheance * 10000
               + moisEcheance * 100 + jourEcheance.

       cumuleMouvementExpiration.
      *****************************************
           if mvtExpiration
                   and dateMvtPoints >= dateDebutAnnee
               move "O" to expirationDejaFaiteFlag
           end-if.
           perform chercheClientExpiration.
           if iClientExp <= nbClientsExp
               evaluate true
                   when mvtCredit
                           and dateMvtPoints < dateEcheancePoints
                       add nbPointsMvt
                           to pointsAnciensExp(iClientExp)
                   when mvtDebit
                       add nbPointsMvt
                           to pointsConsommesExp(iClientExp)
                   when other
                       continue
               end-evaluate
           end-if.
           read FiMouvementsPoints
               at end move "10" to fs-fiMouvementsPoints
           end-read.

       chercheClientExpiration.
      *****************************************
           perform varying iClientExp from 1 by 1
                   until iClientExp > nbClientsExp
                       or codeClientExp(iClientExp)
                           = codeClientMvtPoints
               continue
           end-perform.
           if iClientExp > nbClientsExp and nbClientsExp < 999
               add 1 to nbClientsExp
               move codeClientMvtPoints
                   to codeClientExp(nbClientsExp)
               move 0 to pointsAnciensExp(nbClientsExp)
               move 0 to pointsConsommesExp(nbClientsExp)
               move nbClientsExp to iClientExp
           end-if.

       expireClient.
      *****************************************
           compute pointsAExpirer = pointsAnciensExp(iClientExp)
               - pointsConsommesExp(iClientExp).
           if pointsAExpirer > 0
               move codeClientExp(iClientExp) to codeClientPoints
               read FiPoints
                   invalid key continue
                   not invalid key
                       perform retirePointsExpires
               end-read
           end-if.

       retirePointsExpires.
      *****************************************
      *    le solde du compte borne le retrait : un ajustement
      *    negatif a pu le faire descendre plus bas que le journal
      *    ne l'explique a lui seul
           if pointsAExpirer > soldePoints
               move soldePoints to pointsAExpirer
           end-if.
           if pointsAExpirer > 0
               subtract pointsAExpirer from soldePoints
               add pointsAExpirer to cumulPointsExpires
               move dateTraitementJour to dateDernierMouvementPoints
               rewrite EnregPoints
                   invalid key continue
               end-rewrite
               move codeClientPoints to codeClientMvtPoints
               move "X" to typeMvtPoints
               move "-" to sensMvtPoints
               move pointsAExpirer to nbPointsMvt
               compute valeurMvtPoints rounded =
                   pointsAExpirer * valeurPoint
               move spaces to codeSpectMvtPoints
               move 0 to dateRepresentationMvtPoints
               move dateTraitementJour to dateMvtPoints
               move spaces to codeOperateurMvtPoints
               write EnregMouvementPoints
               add 1 to nbComptesExpires
               add pointsAExpirer to totalPointsExpires
               add valeurMvtPoints to totalValeurExpiree
               move codeClientPoints to codeClientExpEd
               move pointsAExpirer to pointsExpiresEd
               move valeurMvtPoints to valeurExpireeEd
               move soldePoints to soldeRestantEd
               display LigneClientExpiration
               move LigneClientExpiration to EnregRapportExpiration
               write EnregRapportExpiration
           end-if.

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
           move "ExpirationPoints" to nomProgrammeVerrou.
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

       end program ExpirationPoints.
