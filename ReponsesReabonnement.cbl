       program-id. ReponsesReabonnement as "ReponsesReabonnement".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiReponsesReabo
              assign "../Fichiers/reponsesReabonnement.seq"
              organization is line sequential
              file status is fs-fiReponsesReabo.

          select optional FiOffresReabo
              assign "../Fichiers/OFFRESREABO.IND"
              organization is indexed access mode is dynamic
              record key is numeroOffreReabo
                  alternate record key is codeClientOffre
                                        with duplicates
                  file status is fs-fiOffresReabo.

          select optional FiOptions
              assign "../Fichiers/OPTIONS.IND"
              organization is indexed access mode is dynamic
              record key is seqOption
                  alternate record key is cleOption
                                        with duplicates
                  file status is fs-fiOptions.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiMajSortie
              assign "../Fichiers/majEntree.seq"
              organization is line sequential
              file status is fs-fiMajSortie.

          select FiRejetsReponses assign
                  "../Fichiers/reponsesReaboRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiReponsesReabo.
      *    reponses des abonnes : numero de l'offre, "O" pour
      *    accepter, "N" pour refuser, date de la reponse
       01 EnregReponseReabo.
           02 numeroOffreReponse           pic 9(6).
           02 reponseReabo                 pic x.
               88 reponseAcceptation   value "O".
               88 reponseRefus         value "N".
           02 dateReponseReabo             pic 9(8).
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
       FD FiOptions.
       01 EnregOption.
           02 seqOption                    pic 9(5).
           02 cleOption.
               03 codeSpectOption          pic x(7).
               03 categOption              pic 9.
           02 nbPlacesOption               pic 99.
           02 codeClientOption             pic x(6).
           02 nomClientOption              pic x(20).
           02 dateExpirationOption         pic 9(8).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiMajSortie.
       01 EnregMajSortie                   pic x(77).
       FD FiRejetsReponses.
       01 EnregRejetReponse.
           02 codeErreurRejetReponse       pic x(2).
           02 descriptionRejetReponse      pic x(42).
           02 ligneRejetReponse            pic x(15).

       working-storage section.
      *----------------------------------------
       77 fs-fiReponsesReabo               pic x(2).
           88 finFiReponsesReabo    VALUE "10".
       77 fs-fiOffresReabo                 pic x(2).
       77 fs-fiOptions                     pic x(2).
           88 finErreurFiOptions    VALUES "10" THRU "99".
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiMajSortie                   pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 dateReponseRetenue               pic 9(8).
       77 reponseValide                    pic x.
           88 valideReponse         VALUE "O".
       77 codeErreurReponseNum             pic 99.
       77 nbConfirmationsOffre             pic 9(3).
       77 nbReponsesLues                   pic 9(5) value 0.
       77 nbAcceptations                   pic 9(5) value 0.
       77 nbRefus                          pic 9(5) value 0.
       77 nbReponsesRejetees               pic 9(5) value 0.
       77 nbConfirmationsEmises            pic 9(7) value 0.
       01 TransactionConfirmation.
           02 codeMajConfirm               pic x VALUE "C".
           02 codeSpectConfirmReabo        pic x(7).
           02 categConfirmReabo            pic 9.
           02 codeClientConfirmReabo       pic x(6).
           02                              pic x(61) VALUE SPACES.
           02 canalMajConfirm              pic x VALUE "S".
       01 LibellesErreurReponse.
           02 libelleErreurReponse01       pic x(42)
               VALUE "Offre de reabonnement inconnue".
           02 libelleErreurReponse02       pic x(42)
               VALUE "Offre deja traitee".
           02 libelleErreurReponse03       pic x(42)
               VALUE "Reponse posterieure a la date limite".
           02 libelleErreurReponse04       pic x(42)
               VALUE "Reponse ni O ni N".
           02 libelleErreurReponse05       pic x(42)
               VALUE "Aucune place retenue pour cette offre".
       01 REDEFINES LibellesErreurReponse.
           02 libelleErreurReponse         pic x(42) OCCURS 5.
       01 LigneBilanAcceptations.
           02                              pic x(35)
               VALUE "Reabonnements acceptes          : ".
           02 nbAcceptationsEd             pic zzzz9.
           02                              pic x(10)
               VALUE "  places ".
           02 nbConfirmationsEmisesEd      pic zzzzzz9.
       01 LigneBilanRefus.
           02                              pic x(35)
               VALUE "Reabonnements refuses           : ".
           02 nbRefusEd                    pic zzzz9.
       01 LigneBilanRejets.
           02                              pic x(35)
               VALUE "Reponses rejetees               : ".
           02 nbReponsesRejeteesEd         pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    integration des reponses aux offres de reabonnement :
      *    une acceptation transforme chaque option retenue pour
      *    l'abonne en place d'abonnement, par une confirmation 'C'
      *    au canal "S" deposee dans la file MAJ ; un refus clot
      *    l'offre, ses options retournant a la vente a la date
      *    limite comme celles restees sans reponse
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementReabo.

           OPEN INPUT FiReponsesReabo FiOptions.
           OPEN I-O FiOffresReabo.
           OPEN EXTEND FiMajSortie.
           OPEN OUTPUT FiRejetsReponses.

           read FiReponsesReabo
               at end move "10" to fs-fiReponsesReabo
           end-read.
           perform integreReponse until finFiReponsesReabo.

           move nbAcceptations to nbAcceptationsEd.
           move nbConfirmationsEmises to nbConfirmationsEmisesEd.
           move nbRefus to nbRefusEd.
           move nbReponsesRejetees to nbReponsesRejeteesEd.
           display LigneBilanAcceptations.
           display LigneBilanRefus.
           display LigneBilanRejets.

           CLOSE FiReponsesReabo FiOptions FiOffresReabo FiMajSortie
                 FiRejetsReponses.
           STOP RUN.

       lireParamTraitementReabo.
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

       integreReponse.
      *****************************************
           add 1 to nbReponsesLues.
           move "O" to reponseValide.
           move dateTraitementJour to dateReponseRetenue.
           if dateReponseReabo is numeric and dateReponseReabo > 0
               move dateReponseReabo to dateReponseRetenue
           end-if.
           move numeroOffreReponse to numeroOffreReabo.
           read FiOffresReabo
               invalid key
                   move 1 to codeErreurReponseNum
                   perform rejetteReponse
           end-read.
           if valideReponse and not offreOuverte
               move 2 to codeErreurReponseNum
               perform rejetteReponse
           end-if.
           if valideReponse
                   and dateReponseRetenue > dateLimiteReponseOffre
               move 3 to codeErreurReponseNum
               perform rejetteReponse
           end-if.
           if valideReponse
                   and not reponseAcceptation and not reponseRefus
               move 4 to codeErreurReponseNum
               perform rejetteReponse
           end-if.
           if valideReponse
               if reponseAcceptation
                   perform accepteOffre
               else
                   perform refuseOffre
               end-if
           end-if.
           read FiReponsesReabo
               at end move "10" to fs-fiReponsesReabo
           end-read.

       accepteOffre.
      *****************************************
      *    les options de l'offre se reconnaissent au client, au
      *    genre, a la categorie et a la date d'expiration ; sans
      *    option (traitement de nuit pas encore passe), la reponse
      *    est rejetee pour etre representee
           move 0 to nbConfirmationsOffre.
           move low-values to seqOption.
           start FiOptions key is >= seqOption
               invalid key move "10" to fs-fiOptions
               not invalid key
                   read FiOptions next
                       at end move "10" to fs-fiOptions
                   end-read
           end-start.
           perform examineOptionOffre until finErreurFiOptions.
           move "00" to fs-fiOptions.
           if nbConfirmationsOffre = 0
               move 5 to codeErreurReponseNum
               perform rejetteReponse
           else
               move "A" to etatOffre
               move dateReponseRetenue to dateReponseOffre
               rewrite EnregOffreReabo
                   invalid key continue
               end-rewrite
               add 1 to nbAcceptations
           end-if.

       examineOptionOffre.
      *****************************************
           if codeClientOption = codeClientOffre
                   and codeSpectOption(1:5) = codeGenreOffre
                   and categOption = categOffre
                   and dateExpirationOption = dateLimiteReponseOffre
               move codeSpectOption to codeSpectConfirmReabo
               move categOption to categConfirmReabo
               move codeClientOption to codeClientConfirmReabo
               move TransactionConfirmation to EnregMajSortie
               write EnregMajSortie
               add 1 to nbConfirmationsOffre
               add 1 to nbConfirmationsEmises
           end-if.
           read FiOptions next
               at end move "10" to fs-fiOptions
           end-read.

       refuseOffre.
      *****************************************
           move "R" to etatOffre.
           move dateReponseRetenue to dateReponseOffre.
           rewrite EnregOffreReabo
               invalid key continue
           end-rewrite.
           add 1 to nbRefus.

       rejetteReponse.
      *****************************************
           move "N" to reponseValide.
           move codeErreurReponseNum to codeErreurRejetReponse.
           move libelleErreurReponse(codeErreurReponseNum)
               to descriptionRejetReponse.
           move EnregReponseReabo to ligneRejetReponse.
           write EnregRejetReponse.
           add 1 to nbReponsesRejetees.

       end program ReponsesReabonnement.
