       program-id. RapportReventes as "RapportReventes".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiReventes
              assign "../Fichiers/REVENTES.IND"
              organization is indexed access mode is dynamic
              record key is seqRevente
                  alternate record key is cleRevente
                                        with duplicates
                  file status is fs-fiReventes.

          select OPTIONAL FiSpectacle assign "../Fichiers/SPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select FiRapportReventes assign
                  "../Fichiers/rapportReventes.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiReventes.
       01 EnregRevente.
           02 seqRevente                   pic 9(5).
           02 cleRevente.
               03 codeSpectRevente         pic x(7).
               03 categRevente             pic 9.
           02 dateRepresentationRevente    pic 9(8).
           02 codeClientRevente            pic x(6).
           02 nbPlacesDeposees             pic 99.
           02 nbPlacesRevendues            pic 99.
           02 nbPlacesRegleesRevente       pic 99.
           02 dateDepotRevente             pic 9(8).
           02 modeRemboursementRevente     pic x.
               88 reventeRembourseeEnAvoir value "A".
           02 etatRevente                  pic x.
               88 reventeEnCours       value "D".
               88 reventeSoldee        value "R".
               88 reventeNonRevendue   value "N".
           02 montantRembourseRevente      pic 9(7)v99.
           02 dateMouvementRevente         pic 9(8).
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
               03 codeGenre                pic x(5).
               03 codeNum                  pic 9(2).
           02 titre                        pic x(30).
           02 numSalle                     pic 9(2).
           02 dateRepresentation.
               03  anneeRepresentation    pic 9(4).
               03  moisRepresentation     pic 9(2).
               03  jourRepresentation     pic 9(2).
           02 tabReservationsCategories    pic 9(9).
           02 REDEFINES tabReservationsCategories.
               03 nbReservations           pic 9(3) OCCURS 3.
           02 nbReservationsAccessibles    pic 9(3).
           02 tabAllocationsCategories     pic 9(9).
           02 REDEFINES tabAllocationsCategories.
               03 nbAllocations            pic 9(3) OCCURS 3.
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiRapportReventes.
       01 EnregRapportReventes             pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiReventes                    pic x(2).
           88 finErreurFiReventes   VALUES "10" THRU "99".
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 codeSpectCourant                 pic x(7).
       77 nbDeposeesRep                    pic 9(5).
       77 nbRevenduesRep                   pic 9(5).
       77 montantRembourseRep              pic 9(9)v99.
       77 nbReventesTotal                  pic 9(5) value 0.
       77 nbDeposeesTotal                  pic 9(7) value 0.
       77 nbRevenduesTotal                 pic 9(7) value 0.
       77 montantRembourseTotal            pic 9(9)v99 value 0.
       77 iEtatRevente                     pic 9.
       01 LibellesEtatRevente.
           02                              pic x(24)
               VALUE "en revente".
           02                              pic x(24)
               VALUE "partiellement revendue".
           02                              pic x(24)
               VALUE "revendue".
           02                              pic x(24)
               VALUE "non revendue (conservee)".
       01 REDEFINES LibellesEtatRevente.
           02 libelleEtatRevente           pic x(24) OCCURS 4.
       01 LigneEnteteReventes.
           02                              pic x(36) VALUE
               "Places remises en revente, etat au ".
           02 dateTraitementEd             pic 9(8).
       01 LigneRepReventes.
           02 codeSpectRepEd               pic x(7).
           02                              pic x(2) VALUE SPACES.
           02 dateRepReventesEd            pic 9(8).
           02                              pic x(2) VALUE SPACES.
           02 titreRepEd                   pic x(30).
       01 LigneTitresReventes.
           02                              pic x(9) VALUE "  Client".
           02                              pic x(7) VALUE "  Cat".
           02                              pic x(10)
               VALUE "  Rendues".
           02                              pic x(11)
               VALUE "  Revendues".
           02                              pic x(13)
               VALUE "   Rembourse".
           02                              pic x(8) VALUE "  Etat".
       01 LigneDetailRevente.
           02                              pic x(2) VALUE SPACES.
           02 codeClientReventeEd          pic x(6).
           02                              pic x(5) VALUE SPACES.
           02 categReventeEd               pic 9.
           02                              pic x(4) VALUE SPACES.
           02 nbDeposeesEd                 pic zzzzz9.
           02                              pic x(5) VALUE SPACES.
           02 nbRevenduesEd                pic zzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 montantRembourseEd           pic zzzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 libelleEtatEd                pic x(24).
       01 LigneTotalRepReventes.
           02                              pic x(15)
               VALUE "  Total".
           02 nbDeposeesRepEd              pic zzzzz9.
           02                              pic x(5) VALUE SPACES.
           02 nbRevenduesRepEd             pic zzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 montantRembourseRepEd        pic zzzzzzz9,99.
       01 LigneBilanReventes.
           02                              pic x(35)
               VALUE "Remises en revente              : ".
           02 nbReventesTotalEd            pic zzzz9.
           02                              pic x(10)
               VALUE "  places ".
           02 nbDeposeesTotalEd            pic zzzzzz9.
           02                              pic x(12)
               VALUE "  revendues ".
           02 nbRevenduesTotalEd           pic zzzzzz9.
       01 LigneBilanRembourse.
           02                              pic x(35)
               VALUE "Rembourse aux cedants           : ".
           02 montantRembourseTotalEd      pic zzzzzzzz9,99.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    places remises en revente par representation, et ce
      *    qu'il est advenu de chacune : encore en revente,
      *    partiellement ou totalement revendue (montant rembourse
      *    au cedant, frais deduits), ou non revendue et conservee
      *    par son detenteur une fois la representation passee
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamRapportReventes.

           OPEN INPUT FiReventes FiSpectacle.
           if fs-fiSpectacle not = "00"
               display "SPECTACLE.IND indisponible : rapport des "
                       "reventes non produit"
               CLOSE FiReventes FiSpectacle
               move 8 to return-code
               STOP RUN
           end-if.
           OPEN OUTPUT FiRapportReventes.

           move dateTraitementJour to dateTraitementEd.
           display LigneEnteteReventes.
           move LigneEnteteReventes to EnregRapportReventes.
           write EnregRapportReventes.

           move low-values to cleRevente.
           start FiReventes key is >= cleRevente
               invalid key move "10" to fs-fiReventes
               not invalid key
                   read FiReventes next
                       at end move "10" to fs-fiReventes
                   end-read
           end-start.
           perform traiteRepresentationReventes
               until finErreurFiReventes.

           move nbReventesTotal to nbReventesTotalEd.
           move nbDeposeesTotal to nbDeposeesTotalEd.
           move nbRevenduesTotal to nbRevenduesTotalEd.
           move montantRembourseTotal to montantRembourseTotalEd.
           display LigneBilanReventes.
           move LigneBilanReventes to EnregRapportReventes.
           write EnregRapportReventes.
           display LigneBilanRembourse.
           move LigneBilanRembourse to EnregRapportReventes.
           write EnregRapportReventes.

           CLOSE FiReventes FiSpectacle FiRapportReventes.
           STOP RUN.

       lireParamRapportReventes.
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

       traiteRepresentationReventes.
      *****************************************
           move codeSpectRevente to codeSpectCourant.
           move 0 to nbDeposeesRep.
           move 0 to nbRevenduesRep.
           move 0 to montantRembourseRep.
           move codeSpectRevente to codeSpect.
           read FiSpectacle
               invalid key move spaces to titre
           end-read.
           move codeSpectRevente to codeSpectRepEd.
           move dateRepresentationRevente to dateRepReventesEd.
           move titre to titreRepEd.
           move spaces to EnregRapportReventes.
           write EnregRapportReventes.
           display LigneRepReventes.
           move LigneRepReventes to EnregRapportReventes.
           write EnregRapportReventes.
           move LigneTitresReventes to EnregRapportReventes.
           write EnregRapportReventes.
           perform ecritLigneRevente until finErreurFiReventes
               or codeSpectRevente not = codeSpectCourant.
           move nbDeposeesRep to nbDeposeesRepEd.
           move nbRevenduesRep to nbRevenduesRepEd.
           move montantRembourseRep to montantRembourseRepEd.
           display LigneTotalRepReventes.
           move LigneTotalRepReventes to EnregRapportReventes.
           write EnregRapportReventes.

       ecritLigneRevente.
      *****************************************
      *    une remise encore ouverte sur une representation deja
      *    passee est comptee non revendue, sans attendre sa
      *    cloture par le traitement de nuit
           evaluate true
               when reventeSoldee
                   move 3 to iEtatRevente
               when nbPlacesRevendues > 0
                   move 2 to iEtatRevente
               when reventeEnCours
                       and dateRepresentationRevente
                           >= dateTraitementJour
                   move 1 to iEtatRevente
               when other
                   move 4 to iEtatRevente
           end-evaluate.
           move codeClientRevente to codeClientReventeEd.
           move categRevente to categReventeEd.
           move nbPlacesDeposees to nbDeposeesEd.
           move nbPlacesRevendues to nbRevenduesEd.
           move montantRembourseRevente to montantRembourseEd.
           move libelleEtatRevente(iEtatRevente) to libelleEtatEd.
           move LigneDetailRevente to EnregRapportReventes.
           write EnregRapportReventes.
           add 1 to nbReventesTotal.
           add nbPlacesDeposees to nbDeposeesRep nbDeposeesTotal.
           add nbPlacesRevendues to nbRevenduesRep nbRevenduesTotal.
           add montantRembourseRevente to montantRembourseRep
               montantRembourseTotal.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       end program RapportReventes.
