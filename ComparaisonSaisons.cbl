              relative key is salleIDLu
                  file status is fs-fiSalle.

          select optional FiConfigSalles
              assign "../Fichiers/CONFIGSALLES.IND"
              organization is indexed access mode is dynamic
              record key is cleConfigSalle
                  file status is fs-fiConfigSalles.

          select optional FiGenres assign "../Fichiers/GENRES.IND"
              organization is indexed access mode is dynamic
              record key is codeGenreRef
           02 tabAllocationsCategoriesHist pic 9(9).
           02 REDEFINES tabAllocationsCategoriesHist.
               03 nbAllocationsHist        pic 9(3) OCCURS 3.
           02 codeConfigHist               pic x(4).
       FD FiSalle.
       01 EnregSalle.
           02 salleID                      pic 9(2).
           02 nomSalle                     pic x(20).
           02 batiment                     pic x(20).
           02 placesAccessibles            pic 9(3).
       FD FiConfigSalles.
      *    configurations d'une salle (standard, debout, cabaret...) :
      *    chacune porte ses capacites par categorie et ses places
      *    accessibles ; SALLE.REL garde les capacites par defaut
       01 EnregConfigSalle.
           02 cleConfigSalle.
               03 numSalleConfig           pic 9(2).
               03 codeConfigSalle          pic x(4).
           02 libelleConfigSalle           pic x(20).
           02 tabPlacesConfig              pic 9(9).
           02 REDEFINES tabPlacesConfig.
               03 nbPlacesConfig           pic 9(3) OCCURS 3.
           02 placesAccessiblesConfig      pic 9(3).
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
       77 fs-fiHistorique                  pic x(2).
           88 finFiHistorique      VALUE "10".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiGenres                      pic x(2).
       77 referentielGenresFlag            pic x value "N".
           88 referentielGenresPresent VALUE "O".
      *    chaque mois au meme mois de l'annee precedente : la
      *    programmation decide du calendrier de la saison suivante
      *    sur ces chiffres au lieu de travailler a l'aveugle
           OPEN INPUT FiHistorique FiSalle FiGenres FiConfigSalles.
           if fs-fiGenres = "00"
               move "O" to referentielGenresFlag
           end-if.
           move LigneBilanHistLues to EnregComparaison.
           write EnregComparaison.

           CLOSE FiHistorique FiSalle FiGenres FiConfigSalles
                 FiComparaison.
           STOP RUN.

       cumuleHistorique.

       getCapaciteSalle.
      *****************************************
      *    capacite de la configuration dans laquelle la
      *    representation a ete jouee, celle de la salle a defaut
           move 0 to capaciteRepresentation.
           move numSalleHist to salleIDLu.
           read FiSalle
               invalid key continue
               not invalid key
                   move codeConfigHist to codeConfigCourante
                   perform appliqueConfigSalle
                   perform varying iCategorie from 1 by 1
                           until iCategorie > 3
                       add nbPlaces(iCategorie)
               end-if
           end-perform.

       appliqueConfigSalle.
      *****************************************
      *    l'appelant garnit codeConfigCourante ; une configuration
      *    introuvable laisse les capacites de SALLE.REL en place
           if codeConfigCourante not = spaces
               move salleID to numSalleConfig
               move codeConfigCourante to codeConfigSalle
               read FiConfigSalles
                   invalid key continue
                   not invalid key
                       move tabPlacesConfig to tabPlacesCategories
                       move placesAccessiblesConfig
                           to placesAccessibles
               end-read
           end-if.

       end program ComparaisonSaisons.
