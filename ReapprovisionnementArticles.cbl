       program-id. ReapprovisionnementArticles
           as "ReapprovisionnementArticles".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiArticles
              assign "../Fichiers/ARTICLES.IND"
              organization is indexed access mode is dynamic
              record key is codeArticle
                  file status is fs-fiArticles.

          select FiReappro assign "../Fichiers/reapproArticles.seq"
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
       FD FiReappro.
       01 EnregReappro                     pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiArticles                    pic x(2).
           88 finErreurFiArticles   VALUES "10" THRU "99".
       77 dateTraitementJour               pic 9(8).
       77 quantiteACommander               pic 9(6).
       77 nbArticlesExamines               pic 9(5) value 0.
       77 nbArticlesAReapprovisionner      pic 9(5) value 0.
       01 LigneEnteteReappro.
           02                              pic x(40) VALUE
               "Articles a reapprovisionner au ".
           02 dateTraitementEd             pic 9(8).
       01 LigneEnteteColonnesReappro.
           02                              pic x(46) VALUE
               "Code   Article                         F".
           02                              pic x(41) VALUE
               "  stock  seuil a commander  derniere rec.".
       01 LigneArticleReappro.
           02 codeArticleEd                pic x(6).
           02                              pic x VALUE SPACE.
           02 libelleArticleEd             pic x(30).
           02                              pic x(2) VALUE SPACES.
           02 familleArticleEd             pic x.
           02                              pic x(6) VALUE SPACES.
           02 stockArticleEd               pic zzzz9.
           02                              pic x(2) VALUE SPACES.
           02 seuilReapproEd               pic zzzz9.
           02                              pic x(3) VALUE SPACES.
           02 quantiteACommanderEd         pic zzzzz9.
           02                              pic x(4) VALUE SPACES.
           02 dateDerniereReceptionEd      pic 9(8).
       01 LigneBilanReappro.
           02                              pic x(35)
               VALUE "Articles actifs examines        : ".
           02 nbArticlesExaminesEd         pic zzzz9.
       01 LigneBilanReapproListes.
           02                              pic x(35)
               VALUE "Articles a reapprovisionner     : ".
           02 nbArticlesAReapprovisionnerEd pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    liste de reapprovisionnement de la boutique : tout article
      *    actif dont le stock est descendu au seuil, ou en dessous,
      *    sort avec la quantite a commander -- la quantite de
      *    reapprovisionnement de l'article, ou a defaut de quoi
      *    remonter le stock au double du seuil ; les articles
      *    retires de la vente ne se recommandent pas
           OPEN INPUT FiArticles.
           OPEN OUTPUT FiReappro.

           accept dateTraitementJour from date YYYYMMDD.
           move dateTraitementJour to dateTraitementEd.
           display LigneEnteteReappro.
           move LigneEnteteReappro to EnregReappro.
           write EnregReappro.
           move LigneEnteteColonnesReappro to EnregReappro.
           write EnregReappro.

           if fs-fiArticles = "00"
               move low-values to codeArticle
               start FiArticles key is >= codeArticle
                   invalid key move "10" to fs-fiArticles
                   not invalid key
                       read FiArticles next
                           at end move "10" to fs-fiArticles
                       end-read
               end-start
           else
               move "10" to fs-fiArticles
           end-if.
           perform examineArticleReappro until finErreurFiArticles.

           move nbArticlesExamines to nbArticlesExaminesEd.
           move nbArticlesAReapprovisionner
               to nbArticlesAReapprovisionnerEd.
           display LigneBilanReappro.
           display LigneBilanReapproListes.
           move LigneBilanReappro to EnregReappro.
           write EnregReappro.
           move LigneBilanReapproListes to EnregReappro.
           write EnregReappro.

           CLOSE FiArticles FiReappro.
           STOP RUN.

       examineArticleReappro.
      *****************************************
           if articleActif
               add 1 to nbArticlesExamines
               if stockArticle <= seuilReapproArticle
                   perform ecritArticleReappro
               end-if
           end-if.
           read FiArticles next
               at end move "10" to fs-fiArticles
           end-read.

       ecritArticleReappro.
      *****************************************
           if quantiteReapproArticle > 0
               move quantiteReapproArticle to quantiteACommander
           else
               compute quantiteACommander =
                   seuilReapproArticle * 2 - stockArticle
           end-if.
           add 1 to nbArticlesAReapprovisionner.
           move codeArticle to codeArticleEd.
           move libelleArticle to libelleArticleEd.
           move familleArticle to familleArticleEd.
           move stockArticle to stockArticleEd.
           move seuilReapproArticle to seuilReapproEd.
           move quantiteACommander to quantiteACommanderEd.
           move dateDerniereReceptionArticle
               to dateDerniereReceptionEd.
           display LigneArticleReappro.
           move LigneArticleReappro to EnregReappro.
           write EnregReappro.

       end program ReapprovisionnementArticles.
