       program-id. ChargementArticles as "ChargementArticles".

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

          select FiArticlesEntree
              assign "../Fichiers/articlesEntree.seq"
              organization is line sequential
              file status is fs-fiArticlesEntree.

          select FiRejetsArticles
              assign "../Fichiers/articlesRejets.seq"
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
               88 familleProgramme     value "P".
               88 familleAffiche       value "A".
               88 familleDisque        value "D".
           02 prixArticle                  pic 9(5)v99.
           02 categorieTVAArticle          pic x.
           02 stockArticle                 pic 9(5).
           02 seuilReapproArticle          pic 9(5).
           02 quantiteReapproArticle       pic 9(5).
           02 dateDerniereReceptionArticle pic 9(8).
           02 etatArticle                  pic x.
               88 articleActif         value "A".
               88 articleRetire        value "R".
       FD FiArticlesEntree.
       01 EnregArticleEntree.
           02 codeArticleEntree            pic x(6).
           02 libelleArticleEntree         pic x(30).
           02 familleArticleEntree         pic x.
           02 prixArticleEntree            pic 9(5)v99.
           02 categorieTVAEntree           pic x.
           02 seuilReapproEntree           pic 9(5).
           02 quantiteReapproEntree        pic 9(5).
           02 etatArticleEntree            pic x.
       FD FiRejetsArticles.
       01 EnregRejetArticle.
           02 codeErreurRejetArticle       pic x(2).
           02 ligneRejetArticle            pic x(56).
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
       77 fs-fiArticlesEntree              pic x(2).
           88 finFiArticlesEntree   VALUE "10".
       77 articleEntreeValide              pic x value "O".
           88 valideArticleEntree   VALUE "O".
           88 invalideArticleEntree VALUE "N".
       77 nbArticlesLus                    pic 9(5) value 0.
       77 nbArticlesCrees                  pic 9(5) value 0.
       77 nbArticlesModifies               pic 9(5) value 0.
       77 nbArticlesRejetes                pic 9(5) value 0.
       01 LigneBilanArticlesLus.
           02                              pic x(35)
               VALUE "Articles lus                    : ".
           02 nbArticlesLusEd              pic zzzz9.
       01 LigneBilanArticlesCrees.
           02                              pic x(35)
               VALUE "Articles crees                  : ".
           02 nbArticlesCreesEd            pic zzzz9.
       01 LigneBilanArticlesModifies.
           02                              pic x(35)
               VALUE "Articles modifies               : ".
           02 nbArticlesModifiesEd         pic zzzz9.
       01 LigneBilanArticlesRejetes.
           02                              pic x(35)
               VALUE "Articles rejetes                : ".
           02 nbArticlesRejetesEd          pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    mise a jour du referentiel des articles de la boutique :
      *    contrairement aux autres referentiels, le fichier n'est
      *    pas recree -- il porte le stock en magasin, que seules les
      *    ventes et les receptions font bouger ; un article connu
      *    prend ses nouvelles caracteristiques et garde son stock,
      *    un article nouveau entre avec un stock nul ; le guichet
      *    reecrivant les memes articles, la mise a jour se fait sous
      *    verrou
           perform prendreVerrou.
           OPEN I-O FiArticles.
           OPEN INPUT FiArticlesEntree.
           OPEN OUTPUT FiRejetsArticles.

           read FiArticlesEntree
               at end move "10" to fs-fiArticlesEntree
           end-read.
           perform chargeArticle until finFiArticlesEntree.

           perform ecritBilanArticles.

           CLOSE FiArticles FiArticlesEntree FiRejetsArticles.
           perform libererVerrou.
           STOP RUN.

       chargeArticle.
      *****************************************
           add 1 to nbArticlesLus.
           perform valideArticle.
           if valideArticleEntree
               move codeArticleEntree to codeArticle
               read FiArticles
                   invalid key
                       perform creeArticle
                   not invalid key
                       perform modifieArticle
               end-read
           else
               move EnregArticleEntree to ligneRejetArticle
               write EnregRejetArticle
               add 1 to nbArticlesRejetes
           end-if.
           read FiArticlesEntree
               at end move "10" to fs-fiArticlesEntree
           end-read.

       creeArticle.
      *****************************************
           perform garnitArticle.
           move 0 to stockArticle.
           move 0 to dateDerniereReceptionArticle.
           write EnregArticle
               invalid key
                   move "08" to codeErreurRejetArticle
                   move EnregArticleEntree to ligneRejetArticle
                   write EnregRejetArticle
                   add 1 to nbArticlesRejetes
               not invalid key
                   add 1 to nbArticlesCrees
           end-write.

       modifieArticle.
      *****************************************
           perform garnitArticle.
           rewrite EnregArticle
               invalid key
                   move "08" to codeErreurRejetArticle
                   move EnregArticleEntree to ligneRejetArticle
                   write EnregRejetArticle
                   add 1 to nbArticlesRejetes
               not invalid key
                   add 1 to nbArticlesModifies
           end-rewrite.

       garnitArticle.
      *****************************************
      *    un etat a blanc vaut article actif
           move codeArticleEntree to codeArticle.
           move libelleArticleEntree to libelleArticle.
           move familleArticleEntree to familleArticle.
           move prixArticleEntree to prixArticle.
           move categorieTVAEntree to categorieTVAArticle.
           move seuilReapproEntree to seuilReapproArticle.
           move quantiteReapproEntree to quantiteReapproArticle.
           if etatArticleEntree = space
               move "A" to etatArticle
           else
               move etatArticleEntree to etatArticle
           end-if.

       valideArticle.
      *****************************************
      *    01 code absent, 02 libelle absent, 03 famille inconnue
      *    (P programme, A affiche, D disque), 04 prix non numerique
      *    ou nul, 05 categorie de TVA absente, 06 seuil ou quantite
      *    de reapprovisionnement non numerique, 07 etat inconnu,
      *    08 ecriture refusee
           move "O" to articleEntreeValide.
           if codeArticleEntree = spaces
               move "N" to articleEntreeValide
               move "01" to codeErreurRejetArticle
           end-if.
           if valideArticleEntree and libelleArticleEntree = spaces
               move "N" to articleEntreeValide
               move "02" to codeErreurRejetArticle
           end-if.
           if valideArticleEntree
                   and familleArticleEntree not = "P"
                   and familleArticleEntree not = "A"
                   and familleArticleEntree not = "D"
               move "N" to articleEntreeValide
               move "03" to codeErreurRejetArticle
           end-if.
           if valideArticleEntree
               if prixArticleEntree is not numeric
                   move "N" to articleEntreeValide
                   move "04" to codeErreurRejetArticle
               else
                   if prixArticleEntree = 0
                       move "N" to articleEntreeValide
                       move "04" to codeErreurRejetArticle
                   end-if
               end-if
           end-if.
           if valideArticleEntree and categorieTVAEntree = space
               move "N" to articleEntreeValide
               move "05" to codeErreurRejetArticle
           end-if.
           if valideArticleEntree
                   and (seuilReapproEntree is not numeric
                        or quantiteReapproEntree is not numeric)
               move "N" to articleEntreeValide
               move "06" to codeErreurRejetArticle
           end-if.
           if valideArticleEntree
                   and etatArticleEntree not = space
                   and etatArticleEntree not = "A"
                   and etatArticleEntree not = "R"
               move "N" to articleEntreeValide
               move "07" to codeErreurRejetArticle
           end-if.

       ecritBilanArticles.
      *****************************************
           move nbArticlesLus to nbArticlesLusEd.
           move nbArticlesCrees to nbArticlesCreesEd.
           move nbArticlesModifies to nbArticlesModifiesEd.
           move nbArticlesRejetes to nbArticlesRejetesEd.
           display LigneBilanArticlesLus.
           display LigneBilanArticlesCrees.
           display LigneBilanArticlesModifies.
           display LigneBilanArticlesRejetes.

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
           move "ChargementArticles" to nomProgrammeVerrou.
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

       end program ChargementArticles.
