              relative key is salleIDLu
                  file status is fs-fiSalle.

          select optional FiConfigSalles
              assign "../Fichiers/CONFIGSALLES.IND"
              organization is indexed access mode is dynamic
              record key is cleConfigSalle
                  file status is fs-fiConfigSalles.

          select optional FiConfigRepresentations
              assign "../Fichiers/CONFIGREPRESENTATIONS.IND"
              organization is indexed access mode is dynamic
              record key is codeSpectConfigRep
                  file status is fs-fiConfigRepresentations.

          select optional FiResume
              assign "../Fichiers/RESUME.IND"
              organization is indexed access mode is dynamic
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
       FD FiConfigRepresentations.
      *    configuration de salle de chaque representation ; sans
      *    ligne, la representation garde les capacites de la salle
       01 EnregConfigRepresentation.
           02 codeSpectConfigRep           pic x(7).
           02 codeConfigRep                pic x(4).
       FD FiResume.
       01 EnregResume.
           02 cleResume.
           02 tabAllocationsCategoriesHist pic 9(9).
           02 REDEFINES tabAllocationsCategoriesHist.
               03 nbAllocationsHist        pic 9(3) OCCURS 3.
      *    configuration de salle dans laquelle la representation a
      *    ete jouee, pour les taux d'occupation a posteriori
           02 codeConfigHist               pic x(4).

       FD FiControles.
      *    memes totaux de controle que le traitement de nuit :
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiResume                      pic x(2).
       77 salleIDLu                        pic 9(2).
       77 iCategorie                       pic 9.
       main.
      *----------------------------------------
           perform prendreVerrou.
           OPEN I-O FiSpectacle FiResume FiConfigRepresentations.
           OPEN INPUT FiParamArchive FiSalle FiConfigSalles.
           OPEN EXTEND FiHistorique.

           perform verifieControlesFichiers.
               display "Controles d'integrite en echec : archivage "
                       "refuse, restaurer le fichier endommage"
               CLOSE FiSpectacle FiResume FiSalle FiParamArchive
                     FiHistorique FiConfigSalles
                     FiConfigRepresentations
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           perform ecritControlesFichiers.

           CLOSE FiSpectacle FiResume FiSalle FiParamArchive
                 FiHistorique FiConfigSalles FiConfigRepresentations.
           perform libererVerrou.
           STOP RUN.

           add 1 to nbRepresentationsLues.
           if dateRepresentation < dateLimiteArchive
               move EnregSpectacle to EnregHistorique
               perform retireConfigRepresentation
               move codeConfigCourante to codeConfigHist
               write EnregHistorique
               perform retireResumeRepresentation
               delete FiSpectacle
           read FiSalle
               invalid key continue
               not invalid key
                   perform appliqueConfigSalle
                   compute capaciteSalleResume = nbPlaces(1)
                       + nbPlaces(2) + nbPlaces(3)
           end-read.
           end-read.
           CLOSE FiVerrou.

       retireConfigRepresentation.
      *****************************************
      *    la configuration part a l'historique avec la
      *    representation ; un codeSpect reattribue plus tard ne
      *    doit pas en heriter
           move spaces to codeConfigCourante.
           move codeSpect to codeSpectConfigRep.
           read FiConfigRepresentations
               invalid key continue
               not invalid key
                   move codeConfigRep to codeConfigCourante
                   delete FiConfigRepresentations
                       invalid key continue
                   end-delete
           end-read.

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

       end program ArchiveSpectacles.
