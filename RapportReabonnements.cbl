       program-id. RapportReabonnements as "RapportReabonnements".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiOffresReabo
              assign "../Fichiers/OFFRESREABO.IND"
              organization is indexed access mode is dynamic
              record key is numeroOffreReabo
                  alternate record key is codeClientOffre
                                        with duplicates
                  file status is fs-fiOffresReabo.

          select optional FiParamReabo
              assign "../Fichiers/paramReabonnement.seq"
              organization is line sequential
              file status is fs-fiParamReabo.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select FiRapportReabo assign
                  "../Fichiers/rapportReabonnements.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiOffresReabo.
       01 EnregOffreReabo.
           02 numeroOffreReabo             pic 9(6).
           02 codeClientOffre              pic x(6).
           02 nomClientOffre               pic x(20).
           02 codeGenreOffre               pic x(5).
           02 categOffre                   pic 9.
           02 numeroSiegePrecedent         pic 9(4).
           02 dateDebutSaisonOffre         pic 9(8).
           02 dateLimiteReponseOffre       pic 9(8).
           02 nbRepresentationsOffre       pic 9(3).
           02 etatOffre                    pic x.
               88 offreOuverte         value "O".
               88 offreAcceptee        value "A".
               88 offreRefusee         value "R".
           02 dateReponseOffre             pic 9(8).
       FD FiParamReabo.
       01 EnregParamReabo.
           02 dateDebutSaisonPrecParam     pic 9(8).
           02 dateFinSaisonPrecParam       pic 9(8).
           02 dateDebutSaisonNouvParam     pic 9(8).
           02 dateFinSaisonNouvParam       pic 9(8).
           02 dateLimiteReponseParam       pic 9(8).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiRapportReabo.
       01 EnregRapportReabo                pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiOffresReabo                 pic x(2).
           88 finErreurFiOffresReabo VALUES "10" THRU "99".
       77 fs-fiParamReabo                  pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 saisonRetenue                    pic 9(8) value 0.
       77 nbGenres                         pic 9(3) value 0.
       77 iGenre                           pic 9(3).
       77 tauxReabonnement                 pic 9(3).
       01 tabGenresReabo.
           02 detailGenreReabo OCCURS 100.
               03 codeGenreReabo           pic x(5).
               03 nbOffresGenre            pic 9(5).
               03 nbAcceptesGenre          pic 9(5).
               03 nbRefusesGenre           pic 9(5).
               03 nbEnAttenteGenre         pic 9(5).
               03 nbSansReponseGenre       pic 9(5).
       01 totauxReabo.
           02 nbOffresTotal                pic 9(5) value 0.
           02 nbAcceptesTotal              pic 9(5) value 0.
           02 nbRefusesTotal               pic 9(5) value 0.
           02 nbEnAttenteTotal             pic 9(5) value 0.
           02 nbSansReponseTotal           pic 9(5) value 0.
       01 LigneEnteteReabo.
           02                              pic x(42) VALUE
               "Campagne de reabonnement, saison du ".
           02 saisonRetenueEd              pic 9(8).
       01 LigneTitresReabo.
           02                              pic x(7) VALUE "Genre".
           02                              pic x(8) VALUE "  Offres".
           02                              pic x(10)
               VALUE "  Acceptes".
           02                              pic x(9)
               VALUE "  Refuses".
           02                              pic x(12)
               VALUE "  En attente".
           02                              pic x(14)
               VALUE "  Sans reponse".
           02                              pic x(7) VALUE "  Taux".
       01 LigneGenreReabo.
           02 codeGenreReaboEd             pic x(7).
           02 nbOffresEd                   pic zzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 nbAcceptesEd                 pic zzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 nbRefusesEd                  pic zzzzzz9.
           02                              pic x(4) VALUE SPACES.
           02 nbEnAttenteEd                pic zzzzzz9.
           02                              pic x(6) VALUE SPACES.
           02 nbSansReponseEd              pic zzzzzz9.
           02                              pic x(3) VALUE SPACES.
           02 tauxReabonnementEd           pic zz9.
           02                              pic x VALUE "%".

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    taux de reabonnement par genre : offres emises,
      *    acceptees, refusees, encore en attente (date limite non
      *    atteinte) et restees sans reponse ; la campagne retenue
      *    est celle du parametre de reabonnement, toutes les
      *    offres du fichier a defaut
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamRapportReabo.

           OPEN INPUT FiOffresReabo.
           OPEN OUTPUT FiRapportReabo.

           move low-values to numeroOffreReabo.
           start FiOffresReabo key is >= numeroOffreReabo
               invalid key move "10" to fs-fiOffresReabo
               not invalid key
                   read FiOffresReabo next
                       at end move "10" to fs-fiOffresReabo
                   end-read
           end-start.
           perform cumuleOffre until finErreurFiOffresReabo.

           move saisonRetenue to saisonRetenueEd.
           display LigneEnteteReabo.
           move LigneEnteteReabo to EnregRapportReabo.
           write EnregRapportReabo.
           display LigneTitresReabo.
           move LigneTitresReabo to EnregRapportReabo.
           write EnregRapportReabo.
           perform varying iGenre from 1 by 1 until iGenre > nbGenres
               perform ecritLigneGenreReabo
           end-perform.
           perform ecritLigneTotalReabo.

           CLOSE FiOffresReabo FiRapportReabo.
           STOP RUN.

       lireParamRapportReabo.
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
           OPEN INPUT FiParamReabo.
           read FiParamReabo
               at end continue
               not at end
                   if dateDebutSaisonNouvParam is numeric
                       move dateDebutSaisonNouvParam to saisonRetenue
                   end-if
           end-read.
           CLOSE FiParamReabo.

       cumuleOffre.
      *****************************************
           if saisonRetenue = 0
                   or dateDebutSaisonOffre = saisonRetenue
               perform varying iGenre from 1 by 1
                       until iGenre > nbGenres
                           or codeGenreReabo(iGenre) = codeGenreOffre
                   continue
               end-perform
               if iGenre > nbGenres and nbGenres < 100
                   add 1 to nbGenres
                   move codeGenreOffre to codeGenreReabo(nbGenres)
                   move 0 to nbOffresGenre(nbGenres)
                   move 0 to nbAcceptesGenre(nbGenres)
                   move 0 to nbRefusesGenre(nbGenres)
                   move 0 to nbEnAttenteGenre(nbGenres)
                   move 0 to nbSansReponseGenre(nbGenres)
               end-if
               if iGenre <= nbGenres
                   perform compteOffreGenre
               end-if
           end-if.
           read FiOffresReabo next
               at end move "10" to fs-fiOffresReabo
           end-read.

       compteOffreGenre.
      *****************************************
           add 1 to nbOffresGenre(iGenre).
           evaluate true
               when offreAcceptee
                   add 1 to nbAcceptesGenre(iGenre)
               when offreRefusee
                   add 1 to nbRefusesGenre(iGenre)
               when dateLimiteReponseOffre >= dateTraitementJour
                   add 1 to nbEnAttenteGenre(iGenre)
               when other
                   add 1 to nbSansReponseGenre(iGenre)
           end-evaluate.

       ecritLigneGenreReabo.
      *****************************************
           add nbOffresGenre(iGenre) to nbOffresTotal.
           add nbAcceptesGenre(iGenre) to nbAcceptesTotal.
           add nbRefusesGenre(iGenre) to nbRefusesTotal.
           add nbEnAttenteGenre(iGenre) to nbEnAttenteTotal.
           add nbSansReponseGenre(iGenre) to nbSansReponseTotal.
           move codeGenreReabo(iGenre) to codeGenreReaboEd.
           move nbOffresGenre(iGenre) to nbOffresEd.
           move nbAcceptesGenre(iGenre) to nbAcceptesEd.
           move nbRefusesGenre(iGenre) to nbRefusesEd.
           move nbEnAttenteGenre(iGenre) to nbEnAttenteEd.
           move nbSansReponseGenre(iGenre) to nbSansReponseEd.
           compute tauxReabonnement rounded =
               nbAcceptesGenre(iGenre) * 100 / nbOffresGenre(iGenre).
           move tauxReabonnement to tauxReabonnementEd.
           display LigneGenreReabo.
           move LigneGenreReabo to EnregRapportReabo.
           write EnregRapportReabo.

       ecritLigneTotalReabo.
      *****************************************
           move "Total" to codeGenreReaboEd.
           move nbOffresTotal to nbOffresEd.
           move nbAcceptesTotal to nbAcceptesEd.
           move nbRefusesTotal to nbRefusesEd.
           move nbEnAttenteTotal to nbEnAttenteEd.
           move nbSansReponseTotal to nbSansReponseEd.
           move 0 to tauxReabonnement.
           if nbOffresTotal > 0
               compute tauxReabonnement rounded =
                   nbAcceptesTotal * 100 / nbOffresTotal
           end-if.
           move tauxReabonnement to tauxReabonnementEd.
           display LigneGenreReabo.
           move LigneGenreReabo to EnregRapportReabo.
           write EnregRapportReabo.

       end program RapportReabonnements.
