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

          select optional FiTarifs
              assign "../Fichiers/tarifs.seq"
              organization is line sequential
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
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiExportCSV.
       01 LigneExportCSV                   pic x(200).

           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
           88 finErreurFiSalle     VALUES "10" THRU "99".
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 salleIDLu                        pic 9(2).
       77 iCategorie                       pic 9.
       77 placesRestantes                  pic s9(4).
      *----------------------------------------
           OPEN INPUT FiSpectacle.
           OPEN INPUT FiSalle.
           OPEN INPUT FiConfigSalles FiConfigRepresentations.
           OPEN INPUT FiTarifs.
           OPEN INPUT FiGenres.
           if fs-fiGenres = "00"
           perform exporteSpectacle until finErreurFiSpectacle.

           CLOSE FiSpectacle FiSalle FiTarifs FiGenres
                 FiProductions FiExportCSV FiConfigSalles
                 FiConfigRepresentations.
           STOP RUN.

       chercheLibelleGenreExport.
           start FiSalle key = salleIDLu
               not invalid key
                   read FiSalle next
                   perform appliqueConfigRepresentation
               invalid key
                   perform varying iCategorie from 1 by 1
                           until iCategorie > 3
                   end-perform
           end-start.

       appliqueConfigRepresentation.
      *****************************************
      *    la representation courante vend les capacites de sa
      *    configuration de salle a la place de celles de
      *    SALLE.REL ; la salle est deja lue
           move spaces to codeConfigCourante.
           move codeSpect to codeSpectConfigRep.
           read FiConfigRepresentations
               invalid key continue
               not invalid key
                   move codeConfigRep to codeConfigCourante
           end-read.
           perform appliqueConfigSalle.

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

       end program ExportSpectaclesCSV.
