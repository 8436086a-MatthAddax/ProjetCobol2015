       program-id. ApprobationTarifs as "ApprobationTarifs".

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

          select optional FiPropositions
              assign "../Fichiers/tarifsProposes.seq"
              organization is line sequential
              file status is fs-fiPropositions.

          select optional FiTarifs
              assign "../Fichiers/tarifs.seq"
              organization is line sequential
              file status is fs-fiTarifs.

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
       FD FiPropositions.
       01 EnregProposition.
           02 tarifPropose.
               03 ciblePropose             pic x(7).
               03 dateDebutPropose         pic 9(8).
               03 dateFinPropose           pic 9(8).
               03 codePromoPropose         pic x(5).
               03 prixPropose              pic 9(3)v99 OCCURS 3.
           02 decisionProposition          pic x.
               88 propositionAExaminer VALUE space.
           02 prixActuelPropose            pic 9(3)v99 OCCURS 3.
           02 regleProposee                pic 9(2) OCCURS 3.
           02 titrePropose                 pic x(30).
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
           02 dateDebutTarifLu             pic 9(8).
           02 dateFinTarifLu               pic 9(8).
           02 codePromoTarifLu             pic x(5).
           02 tabPrixTarifLu.
               03 prixTarifLu              pic 9(3)v99 OCCURS 3.
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
       77 fs-fiPropositions                pic x(2).
           88 finFiPropositions    VALUE "10".
       77 fs-fiTarifs                      pic x(2).
           88 finFiTarifs          VALUE "10".
       77 fs-fiOperateurs                  pic x(2).
           88 finFiOperateurs       VALUE "10".
       77 fs-fiJournalActions              pic x(2).
       77 codeOperateur                    pic x(4) value spaces.
       77 operateurHabiliteFlag            pic x value "O".
           88 operateurHabilite     VALUE "O".
           88 operateurNonHabilite  VALUE "N".
       77 decisionSaisie                   pic x.
       77 iCategorie                       pic 9.
       77 nbApprouvees                     pic 9(5) value 0.
       77 nbRayees                         pic 9(5) value 0.
       77 nbEnAttente                      pic 9(5) value 0.
      *    les programmes qui chargent tarifs.seq en table s'arretent
      *    a 100 lignes : au-dela, les derniers prix approuves
      *    seraient ignores sans bruit a la resolution
       77 capaciteTableTarifs              pic 9(3) value 100.
       77 nbLignesTarifs                   pic 9(5) value 0.
       77 nbRefuseesCapacite               pic 9(5) value 0.
       01 LignePropositionEcran.
           02 ciblePropEd                  pic x(7).
           02                              pic x VALUE space.
           02 titrePropEd                  pic x(30).
           02                              pic x(4) VALUE " le ".
           02 dateRepresentationPropEd     pic 9(8).
       01 LigneCategorieEcran.
           02                              pic x(12)
               VALUE "  Categorie ".
           02 categPropEd                  pic 9.
           02                              pic x(3) VALUE " : ".
           02 prixActuelPropEd             pic zz9,99.
           02                              pic x(4) VALUE " -> ".
           02 prixProposePropEd            pic zz9,99.
           02                              pic x(8) VALUE " regle ".
           02 reglePropEd                  pic 99.
       01 LigneBilanApprobation.
           02                              pic x(13)
               VALUE "Approuvees : ".
           02 nbApprouveesEd               pic zzzz9.
           02                              pic x(11)
               VALUE "  Rayees : ".
           02 nbRayeesEd                   pic zzzz9.
           02                              pic x(15)
               VALUE "  En attente : ".
           02 nbEnAttenteEd                pic zzzz9.
           02                              pic x(29)
               VALUE "  dont table tarifs pleine : ".
           02 nbRefuseesCapaciteEd         pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    le superviseur passe en revue les propositions de
      *    PropositionTarifs : une ligne approuvee est ajoutee a
      *    tarifs.seq et journalisee, une ligne rayee est marquee
      *    'X' ; une ligne laissee a blanc sera representee au
      *    prochain passage
           display "Code operateur : " with no advancing.
           accept codeOperateur.
           perform verifieOperateurSuperviseur.
           if operateurNonHabilite or codeOperateur = spaces
               display "Approbation refusee : profil superviseur "
                       "requis"
               move 8 to return-code
               STOP RUN
           end-if.

           OPEN I-O FiPropositions.
           if fs-fiPropositions not = "00"
               display "Aucune proposition tarifaire a examiner"
               CLOSE FiPropositions
               STOP RUN
           end-if.
      *    tarifs.seq n'est mis a jour que sous verrou d'exploitation
           perform prendreVerrou.
           perform compteLignesTarifs.
           OPEN EXTEND FiTarifs.
           read FiPropositions
               at end move "10" to fs-fiPropositions
           end-read.
           perform examineProposition until finFiPropositions.

           move nbApprouvees to nbApprouveesEd.
           move nbRayees to nbRayeesEd.
           move nbEnAttente to nbEnAttenteEd.
           move nbRefuseesCapacite to nbRefuseesCapaciteEd.
           display LigneBilanApprobation.

           CLOSE FiPropositions FiTarifs.
           perform libererVerrou.
           STOP RUN.

       verifieOperateurSuperviseur.
      *****************************************
      *    l'approbation est reservee au profil superviseur quand le
      *    referentiel des operateurs est charge ; sans referentiel,
      *    l'exploitation reste possible comme avant
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

       compteLignesTarifs.
      *****************************************
           move 0 to nbLignesTarifs.
           OPEN INPUT FiTarifs.
           if fs-fiTarifs = "00"
               read FiTarifs
                   at end move "10" to fs-fiTarifs
               end-read
               perform compteLigneTarif until finFiTarifs
           end-if.
           CLOSE FiTarifs.

       compteLigneTarif.
      *****************************************
           add 1 to nbLignesTarifs.
           read FiTarifs
               at end move "10" to fs-fiTarifs
           end-read.

       examineProposition.
      *****************************************
      *    les lignes deja tranchees lors d'un passage precedent ne
      *    sont pas representees
           if propositionAExaminer
               perform affichePropositionEcran
               display "Approuver (O), rayer (X), plus tard (blanc) : "
                       with no advancing
               accept decisionSaisie
               evaluate decisionSaisie
                   when "O"
                   when "o"
                       if nbLignesTarifs >= capaciteTableTarifs
                           perform refuseTableTarifsPleine
                       else
                           perform approuveProposition
                       end-if
                   when "X"
                   when "x"
                       move "X" to decisionProposition
                       rewrite EnregProposition
                       add 1 to nbRayees
                   when other
                       add 1 to nbEnAttente
               end-evaluate
           end-if.
           read FiPropositions
               at end move "10" to fs-fiPropositions
           end-read.

       affichePropositionEcran.
      *****************************************
           move ciblePropose to ciblePropEd.
           move titrePropose to titrePropEd.
           move dateDebutPropose to dateRepresentationPropEd.
           display " ".
           display LignePropositionEcran.
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               if regleProposee(iCategorie) > 0
                   move iCategorie to categPropEd
                   move prixActuelPropose(iCategorie)
                       to prixActuelPropEd
                   move prixPropose(iCategorie) to prixProposePropEd
                   move regleProposee(iCategorie) to reglePropEd
                   display LigneCategorieEcran
               end-if
           end-perform.

       refuseTableTarifsPleine.
      *****************************************
      *    la proposition reste a examiner : elle sera representee
      *    quand tarifs.seq aura ete epure des tarifs echus
           display "Table des tarifs pleine (" capaciteTableTarifs
                   " lignes) : approbation differee, epurer "
                   "tarifs.seq des tarifs echus".
           add 1 to nbEnAttente.
           add 1 to nbRefuseesCapacite.

       approuveProposition.
      *****************************************
      *    seule la partie tarif de la proposition rejoint
      *    tarifs.seq, en fin de fichier : la derniere ligne en
      *    vigueur l'emporte a la resolution du prix
           move tarifPropose to EnregTarif.
           write EnregTarif.
           add 1 to nbLignesTarifs.
           move "O" to decisionProposition.
           rewrite EnregProposition.
           add 1 to nbApprouvees.
           OPEN EXTEND FiJournalActions.
           move codeOperateur to codeOperateurAction.
           move "APPROBATION TARIF" to actionJournalisee.
           move spaces to cibleAction.
           string ciblePropose " " dateDebutPropose " "
                  codePromoPropose delimited by size
               into cibleAction
           end-string.
           accept dateAction from date YYYYMMDD.
           accept heureAction from time.
           write EnregJournalAction.
           CLOSE FiJournalActions.

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
           move "ApprobationTarifs" to nomProgrammeVerrou.
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

       end program ApprobationTarifs.
