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

          select optional FiSieges
              assign "../Fichiers/SIEGES.IND"
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
       FD FiSieges.
       01 EnregSiege.
           02 cleSiege.
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
               88 siegeAttribueEntree  value "E".
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiSieges                      pic x(2).
           88 finErreurFiSieges     VALUES "10" THRU "99".
       77 fs-fiParamTraitement             pic x(2).
       77 iSiegeCat                        pic 9(4).
       77 nbSiegesCategorie                pic 9(4).
       77 rangPremierRelog                 pic 9(4).
       77 nbSiegesEntreeCategorie          pic 9(4).
       01 tabSiegesCategorie.
           02 detailSiegeCat OCCURS 999.
               03 numeroSiegeCat           pic 9(4).
      *    categorie et met en file de travail les derniers sieges
      *    attribues, pour relogement ou remboursement avant le soir
           OPEN INPUT FiSpectacle FiSalle FiSieges.
           OPEN INPUT FiConfigSalles FiConfigRepresentations.
           OPEN OUTPUT FiSurbooking FiFileRelogement.

           accept dateTraitementJour from date YYYYMMDD.
           write EnregSurbooking.

           CLOSE FiSpectacle FiSalle FiSieges FiSurbooking
                 FiFileRelogement FiConfigSalles
                 FiConfigRepresentations.
           STOP RUN.

       lireParamRemediation.
           read FiSalle
               invalid key continue
               not invalid key
                   perform appliqueConfigRepresentation
                   perform controleCapacitesRepresentation
           end-read.
           read FiSpectacle next
           perform varying iCategorie from 1 by 1 until iCategorie > 3
               compute deficitCategorie =
                   nbReservations(iCategorie) - nbPlaces(iCategorie)
               if deficitCategorie > 0
                   perform deduitSurreservationVoulue
               end-if
               if deficitCategorie > 0
                   perform signaleCategorieSurvendue
               end-if
               perform signaleAccessiblesSurvendus
           end-if.

       deduitSurreservationVoulue.
      *****************************************
      *    les sieges vendus en surreservation autorisee (places
      *    attribuees a l'entree) ne sont pas un deficit a corriger :
      *    seul l'excedent au-dela d'eux est signale
           move iCategorie to categCollecte.
           move 0 to nbSiegesEntreeCategorie.
           move codeSpect to codeSpectSiege.
           move dateRepresentation to dateSiege.
           move 0 to numeroSiege.
           start FiSieges key is >= cleSiege
               invalid key move "10" to fs-fiSieges
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
           end-start.
           perform compteSiegeEntree
               until finErreurFiSieges
                   or codeSpectSiege not = codeSpect
                   or dateSiege not = dateRepresentation.
           move "00" to fs-fiSieges.
           subtract nbSiegesEntreeCategorie from deficitCategorie.

       compteSiegeEntree.
      *****************************************
           if categSiege = categCollecte and siegeAttribueEntree
               add 1 to nbSiegesEntreeCategorie
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       signaleCategorieSurvendue.
      *****************************************
           perform ecritEnteteRepSurvendue.
       collecteSiegeSurvendu.
      *****************************************
           if categSiege = categCollecte
                   and not siegeAttribueEntree
                   and nbSiegesCategorie < 999
               add 1 to nbSiegesCategorie
               move numeroSiege to numeroSiegeCat(nbSiegesCategorie)
               at end move "10" to fs-fiSieges
           end-read.

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

       end program RemediationSurbooking.
