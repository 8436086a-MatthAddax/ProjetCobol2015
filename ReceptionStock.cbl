       program-id. ReceptionStock as "ReceptionStock".

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

          select optional FiArticles
              assign "../Fichiers/ARTICLES.IND"
              organization is indexed access mode is dynamic
              record key is codeArticle
                  file status is fs-fiArticles.

          select optional FiReceptions
              assign "../Fichiers/receptionsStock.seq"
              organization is line sequential
              file status is fs-fiReceptions.

          select FiRejetsReceptions
              assign "../Fichiers/receptionsRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiArticles.
      *    articles de la boutique du guichet (programmes, affiches,
      *    disques) : prix de vente TTC, categorie de TVA au sens de
      *    tauxTVA.seq et stock en magasin, decremente a chaque vente
       01 EnregArticle.
           02 codeArticle                  pic x(6).
           02 libelleArticle               pic x(30).
           02 familleArticle               pic x.
           02 prixArticle                  pic 9(5)v99.
           02 categorieTVAArticle          pic x.
           02 stockArticle                 pic 9(5).
           02 seuilReapproArticle          pic 9(5).
           02 quantiteReapproArticle       pic 9(5).
           02 dateDerniereReceptionArticle pic 9(8).
           02 etatArticle                  pic x.
               88 articleActif         value "A".
               88 articleRetire        value "R".
       FD FiReceptions.
      *    bons de livraison des fournisseurs, saisis a la reception
      *    des cartons en magasin
       01 EnregReception.
           02 codeArticleReception         pic x(6).
           02 quantiteReception            pic 9(5).
           02 dateReception.
               03 anneeReception           pic 9(4).
               03 moisReception            pic 9(2).
               03 jourReception            pic 9(2).
           02 referenceFournisseurReception pic x(12).
       FD FiRejetsReceptions.
       01 EnregRejetReception.
           02 codeErreurRejetReception     pic x(2).
           02 ligneRejetReception          pic x(31).
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
       77 fs-fiArticles                    pic x(2).
       77 fs-fiReceptions                  pic x(2).
           88 finFiReceptions       VALUE "10".
       77 receptionValide                  pic x value "O".
           88 valideReception       VALUE "O".
           88 invalideReception     VALUE "N".
       77 nbReceptionsLues                 pic 9(5) value 0.
       77 nbReceptionsAppliquees           pic 9(5) value 0.
       77 nbReceptionsRejetees             pic 9(5) value 0.
       77 quantiteTotaleRecue              pic 9(7) value 0.
       01 LigneBilanReceptionsLues.
           02                              pic x(35)
               VALUE "Receptions lues                 : ".
           02 nbReceptionsLuesEd           pic zzzz9.
       01 LigneBilanReceptionsAppliquees.
           02                              pic x(35)
               VALUE "Receptions entrees en stock     : ".
           02 nbReceptionsAppliqueesEd     pic zzzz9.
       01 LigneBilanReceptionsRejetees.
           02                              pic x(35)
               VALUE "Receptions rejetees             : ".
           02 nbReceptionsRejeteesEd       pic zzzz9.
       01 LigneBilanQuantiteRecue.
           02                              pic x(35)
               VALUE "Unites entrees en stock         : ".
           02 quantiteTotaleRecueEd        pic zzzzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    entree en stock des livraisons de la boutique : chaque
      *    ligne ajoute sa quantite au stock de l'article et date sa
      *    derniere reception ; un article retire de la vente peut
      *    encore recevoir un reliquat de commande ; le guichet
      *    decremente le meme stock, l'entree se fait sous verrou
           perform prendreVerrou.
           OPEN I-O FiArticles.
           OPEN INPUT FiReceptions.
           OPEN OUTPUT FiRejetsReceptions.

           read FiReceptions
               at end move "10" to fs-fiReceptions
           end-read.
           perform traiteReception until finFiReceptions.

           perform ecritBilanReceptions.

           CLOSE FiArticles FiReceptions FiRejetsReceptions.
           perform libererVerrou.
           STOP RUN.

       traiteReception.
      *****************************************
           add 1 to nbReceptionsLues.
           perform valideLigneReception.
           if valideReception
               move codeArticleReception to codeArticle
               read FiArticles
                   invalid key
                       move "01" to codeErreurRejetReception
                       perform rejetteReception
                   not invalid key
                       perform entreEnStock
               end-read
           else
               perform rejetteReception
           end-if.
           read FiReceptions
               at end move "10" to fs-fiReceptions
           end-read.

       valideLigneReception.
      *****************************************
      *    01 article inconnu, 02 quantite non numerique, nulle ou
      *    faisant deborder le stock, 03 date de reception invalide
           move "O" to receptionValide.
           if codeArticleReception = spaces
               move "N" to receptionValide
               move "01" to codeErreurRejetReception
           end-if.
           if valideReception
               if quantiteReception is not numeric
                   move "N" to receptionValide
                   move "02" to codeErreurRejetReception
               else
                   if quantiteReception = 0
                       move "N" to receptionValide
                       move "02" to codeErreurRejetReception
                   end-if
               end-if
           end-if.
           if valideReception
               if dateReception is not numeric
                   move "N" to receptionValide
                   move "03" to codeErreurRejetReception
               else
                   if moisReception < 1 or moisReception > 12
                           or jourReception < 1 or jourReception > 31
                       move "N" to receptionValide
                       move "03" to codeErreurRejetReception
                   end-if
               end-if
           end-if.

       entreEnStock.
      *****************************************
           if stockArticle + quantiteReception > 99999
               move "02" to codeErreurRejetReception
               perform rejetteReception
           else
               add quantiteReception to stockArticle
               if dateReception > dateDerniereReceptionArticle
                   move dateReception to dateDerniereReceptionArticle
               end-if
               rewrite EnregArticle
                   invalid key
                       move "01" to codeErreurRejetReception
                       perform rejetteReception
                   not invalid key
                       add 1 to nbReceptionsAppliquees
                       add quantiteReception to quantiteTotaleRecue
               end-rewrite
           end-if.

       rejetteReception.
      *****************************************
           move EnregReception to ligneRejetReception.
           write EnregRejetReception.
           add 1 to nbReceptionsRejetees.

       ecritBilanReceptions.
      *****************************************
           move nbReceptionsLues to nbReceptionsLuesEd.
           move nbReceptionsAppliquees to nbReceptionsAppliqueesEd.
           move nbReceptionsRejetees to nbReceptionsRejeteesEd.
           move quantiteTotaleRecue to quantiteTotaleRecueEd.
           display LigneBilanReceptionsLues.
           display LigneBilanReceptionsAppliquees.
           display LigneBilanReceptionsRejetees.
           display LigneBilanQuantiteRecue.

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
           move "ReceptionStock" to nomProgrammeVerrou.
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

       end program ReceptionStock.
