       program-id. VentesArticlesMois as "VentesArticlesMois".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiVentesBoutique
              assign "../Fichiers/ventesBoutique.seq"
              organization is line sequential
              file status is fs-fiVentesBoutique.

          select optional FiArticles
              assign "../Fichiers/ARTICLES.IND"
              organization is indexed access mode is dynamic
              record key is codeArticle
                  file status is fs-fiArticles.

          select optional FiTauxTVA
              assign "../Fichiers/tauxTVA.seq"
              organization is line sequential
              file status is fs-fiTauxTVA.

          select optional FiParamListing
              assign "../Fichiers/ParamListing.seq"
              organization is line sequential
              file status is fs-fiParamListing.

          select FiVentesArticlesMois assign
                  "../Fichiers/ventesArticlesMois.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiVentesBoutique.
       01 EnregVenteBoutique.
           02 dateVenteBoutique.
               03 anneeVenteBoutique       pic 9(4).
               03 moisVenteBoutique        pic 9(2).
               03 jourVenteBoutique        pic 9(2).
           02 heureVenteBoutique           pic 9(8).
           02 codeOperateurBoutique        pic x(4).
           02 codeArticleVente             pic x(6).
           02 quantiteVenteBoutique        pic 9(3).
           02 prixUnitaireVenteBoutique    pic 9(5)v99.
           02 montantVenteBoutique         pic 9(7)v99.
           02 categorieTVAVenteBoutique    pic x.
           02 modeReglementBoutique        pic x.
       FD FiArticles.
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
       FD FiTauxTVA.
       01 EnregTauxTVA.
           02 typeTauxTVALu                pic x.
           02 tauxTVALu                    pic 99v99.
       FD FiParamListing.
       01 EnregParamListing.
           02 anneeListingParam            pic 9(4).
           02 moisListingParam             pic 99.
       FD FiVentesArticlesMois.
       01 EnregVentesArticlesMois          pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiVentesBoutique              pic x(2).
           88 finFiVentesBoutique   VALUE "10".
       77 fs-fiArticles                    pic x(2).
       77 fs-fiTauxTVA                     pic x(2).
           88 finFiTauxTVA          VALUE "10".
       77 fs-fiParamListing                pic x(2).
       77 anneeVentes                      pic 9(4) value 2015.
       77 moisVentes                       pic 99 value 10.
       77 iArticleMois                     pic 9(3).
       77 nbArticlesMois                   pic 9(3) value 0.
       77 nbVentesIgnorees                 pic 9(5) value 0.
       77 iTauxLu                          pic 99.
       77 nbTauxLus                        pic 99 value 0.
       77 tauxArticleCourant               pic 99v99.
       77 montantHTCourant                 pic 9(9)v99.
       77 montantTVACourant                pic 9(9)v99.
       77 quantiteTotaleMois               pic 9(7) value 0.
       77 totalTTCMois                     pic 9(9)v99 value 0.
       77 totalHTMois                      pic 9(9)v99 value 0.
       77 totalTVAMois                     pic 9(9)v99 value 0.
      *    cumuls du mois par article, dans l'ordre de premiere vente
       01 tabArticlesMois.
           02 detailArticleMois OCCURS 300.
               03 codeArticleMois          pic x(6).
               03 categorieTVAMois         pic x.
               03 quantiteArticleMois      pic 9(7).
               03 totalTTCArticleMois      pic 9(9)v99.
       01 tabTauxTVA.
           02 detailTauxTVA OCCURS 20.
               03 typeTauxTVATab           pic x.
               03 tauxTVATab               pic 99v99.
       01 LigneEnteteVentesArticles.
           02                              pic x(42) VALUE
               "Ventes de la boutique par article -- mois ".
           02 moisVentesEd                 pic 99.
           02                              pic x VALUE "/".
           02 anneeVentesEd                pic 9(4).
       01 LigneEnteteColonnesArticles.
           02                              pic x(45) VALUE
               "Code   Article                        TVA".
           02                              pic x(55) VALUE
               "  quantite          TTC           HT          TVA".
       01 LigneArticleMois.
           02 codeArticleEd                pic x(6).
           02                              pic x VALUE SPACE.
           02 libelleArticleEd             pic x(30).
           02                              pic x(2) VALUE SPACES.
           02 categorieTVAEd               pic x.
           02                              pic x(5) VALUE SPACES.
           02 quantiteArticleEd            pic zzzzzz9.
           02                              pic x VALUE SPACE.
           02 totalTTCArticleEd            pic zzzzzzzz9,99.
           02                              pic x VALUE SPACE.
           02 totalHTArticleEd             pic zzzzzzzz9,99.
           02                              pic x VALUE SPACE.
           02 totalTVAArticleEd            pic zzzzzzzz9,99.
       01 LigneTotalVentesArticles.
           02                              pic x(45)
               VALUE "Total du mois".
           02 quantiteTotaleEd             pic zzzzzz9.
           02                              pic x VALUE SPACE.
           02 totalTTCMoisEd               pic zzzzzzzz9,99.
           02                              pic x VALUE SPACE.
           02 totalHTMoisEd                pic zzzzzzzz9,99.
           02                              pic x VALUE SPACE.
           02 totalTVAMoisEd               pic zzzzzzzz9,99.
       01 LigneVentesIgnorees.
           02                              pic x(35)
               VALUE "Ventes hors table des articles  : ".
           02 nbVentesIgnoreesEd           pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    ventes mensuelles de la boutique par article, en quantite
      *    et en montant TTC, hors taxes et TVA au taux de la
      *    categorie portee par chaque vente ; le mois est celui du
      *    parametre de listing
           OPEN INPUT FiVentesBoutique FiArticles FiParamListing.
           OPEN OUTPUT FiVentesArticlesMois.

           perform lireParamVentesArticles.
           perform chargerTauxTVA.

           if fs-fiVentesBoutique = "00"
               read FiVentesBoutique
                   at end move "10" to fs-fiVentesBoutique
               end-read
           else
               move "10" to fs-fiVentesBoutique
           end-if.
           perform cumuleVenteArticle until finFiVentesBoutique.

           perform ecritVentesArticles.

           CLOSE FiVentesBoutique FiArticles FiParamListing
                 FiVentesArticlesMois.
           STOP RUN.

       lireParamVentesArticles.
      *****************************************
      *    meme parametre de periode que le listing mensuel
           read FiParamListing
               at end continue
               not at end
                   if anneeListingParam is numeric
                           and anneeListingParam > 0
                       move anneeListingParam to anneeVentes
                   end-if
                   if moisListingParam is numeric
                           and moisListingParam >= 1
                           and moisListingParam <= 12
                       move moisListingParam to moisVentes
                   end-if
           end-read.

       chargerTauxTVA.
      *****************************************
           OPEN INPUT FiTauxTVA.
           if fs-fiTauxTVA = "00"
               read FiTauxTVA
                   at end move "10" to fs-fiTauxTVA
               end-read
               perform chargerLigneTauxTVA until finFiTauxTVA
           end-if.
           CLOSE FiTauxTVA.

       chargerLigneTauxTVA.
      *****************************************
           if nbTauxLus < 20
               add 1 to nbTauxLus
               move typeTauxTVALu to typeTauxTVATab(nbTauxLus)
               move tauxTVALu to tauxTVATab(nbTauxLus)
           end-if.
           read FiTauxTVA
               at end move "10" to fs-fiTauxTVA
           end-read.

       cumuleVenteArticle.
      *****************************************
           if anneeVenteBoutique = anneeVentes
                   and moisVenteBoutique = moisVentes
               perform chercheArticleMois
               if iArticleMois <= nbArticlesMois
                   add quantiteVenteBoutique
                       to quantiteArticleMois(iArticleMois)
                   add montantVenteBoutique
                       to totalTTCArticleMois(iArticleMois)
               else
                   add 1 to nbVentesIgnorees
               end-if
           end-if.
           read FiVentesBoutique
               at end move "10" to fs-fiVentesBoutique
           end-read.

       chercheArticleMois.
      *****************************************
      *    un article change de categorie de TVA en cours de mois se
      *    ventile sur deux lignes, chacune a son taux
           perform varying iArticleMois from 1 by 1
                   until iArticleMois > nbArticlesMois
                       or (codeArticleMois(iArticleMois)
                               = codeArticleVente
                           and categorieTVAMois(iArticleMois)
                               = categorieTVAVenteBoutique)
               continue
           end-perform.
           if iArticleMois > nbArticlesMois and nbArticlesMois < 300
               add 1 to nbArticlesMois
               move codeArticleVente to codeArticleMois(nbArticlesMois)
               move categorieTVAVenteBoutique
                   to categorieTVAMois(nbArticlesMois)
               move 0 to quantiteArticleMois(nbArticlesMois)
               move 0 to totalTTCArticleMois(nbArticlesMois)
           end-if.

       ecritVentesArticles.
      *****************************************
           move moisVentes to moisVentesEd.
           move anneeVentes to anneeVentesEd.
           display LigneEnteteVentesArticles.
           move LigneEnteteVentesArticles to EnregVentesArticlesMois.
           write EnregVentesArticlesMois.
           move LigneEnteteColonnesArticles to EnregVentesArticlesMois.
           write EnregVentesArticlesMois.
           perform varying iArticleMois from 1 by 1
                   until iArticleMois > nbArticlesMois
               perform ecritArticleMois
           end-perform.
           move quantiteTotaleMois to quantiteTotaleEd.
           move totalTTCMois to totalTTCMoisEd.
           move totalHTMois to totalHTMoisEd.
           move totalTVAMois to totalTVAMoisEd.
           display LigneTotalVentesArticles.
           move LigneTotalVentesArticles to EnregVentesArticlesMois.
           write EnregVentesArticlesMois.
           if nbVentesIgnorees > 0
               move nbVentesIgnorees to nbVentesIgnoreesEd
               display LigneVentesIgnorees
               move LigneVentesIgnorees to EnregVentesArticlesMois
               write EnregVentesArticlesMois
           end-if.

       ecritArticleMois.
      *****************************************
      *    les prix de la boutique sont TTC : le hors taxes se
      *    retrouve en divisant par (1 + taux)
           move 0 to tauxArticleCourant.
           perform varying iTauxLu from 1 by 1
                   until iTauxLu > nbTauxLus
               if typeTauxTVATab(iTauxLu)
                       = categorieTVAMois(iArticleMois)
                   move tauxTVATab(iTauxLu) to tauxArticleCourant
               end-if
           end-perform.
           if tauxArticleCourant > 0
               compute montantHTCourant rounded =
                   totalTTCArticleMois(iArticleMois)
                   / (1 + tauxArticleCourant / 100)
           else
               move totalTTCArticleMois(iArticleMois)
                   to montantHTCourant
           end-if.
           compute montantTVACourant =
               totalTTCArticleMois(iArticleMois) - montantHTCourant.
           move codeArticleMois(iArticleMois) to codeArticle.
           move spaces to libelleArticleEd.
           read FiArticles
               invalid key
                   move "(article inconnu)" to libelleArticleEd
               not invalid key
                   move libelleArticle to libelleArticleEd
           end-read.
           move codeArticleMois(iArticleMois) to codeArticleEd.
           move categorieTVAMois(iArticleMois) to categorieTVAEd.
           move quantiteArticleMois(iArticleMois)
               to quantiteArticleEd.
           move totalTTCArticleMois(iArticleMois)
               to totalTTCArticleEd.
           move montantHTCourant to totalHTArticleEd.
           move montantTVACourant to totalTVAArticleEd.
           display LigneArticleMois.
           move LigneArticleMois to EnregVentesArticlesMois.
           write EnregVentesArticlesMois.
           add quantiteArticleMois(iArticleMois)
               to quantiteTotaleMois.
           add totalTTCArticleMois(iArticleMois) to totalTTCMois.
           add montantHTCourant to totalHTMois.
           add montantTVACourant to totalTVAMois.

       end program VentesArticlesMois.
