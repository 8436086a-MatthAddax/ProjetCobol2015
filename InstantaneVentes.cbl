       program-id. InstantaneVentes as "InstantaneVentes".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select FiSpectacle assign "../Fichiers/SPECTACLE.IND"
              organization is indexed access mode is dynamic
              record key is codeSpect
                  alternate record key is titre
                                        with duplicates
                  alternate record key is dateRepresentation
                                        with duplicates
                  file status is fs-fiSpectacle.

          select FiSalle assign "../Fichiers/SALLE.REL"
              organization is relative
              access mode is dynamic
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

          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiHistoriqueVentes
              assign "../Fichiers/historiqueVentes.seq"
              organization is line sequential
              file status is fs-fiHistoriqueVentes.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
               03 codeGenre                pic x(5).
               03 codeNum                  pic 9(2).
           02 titre                        pic x(30).
           02 numSalle                     pic 9(2).
           02 dateRepresentation.
               03  anneeRepresentation    pic 9(4).
               03  moisRepresentation      pic 9(2).
               03  jourRepresentation      pic 9(2).
           02 tabReservationsCategories    pic 9(9).
           02 REDEFINES tabReservationsCategories.
               03 nbReservations           pic 9(3) OCCURS 3.
           02 nbReservationsAccessibles    pic 9(3).
           02 tabAllocationsCategories     pic 9(9).
           02 REDEFINES tabAllocationsCategories.
               03 nbAllocations            pic 9(3) OCCURS 3.
       FD FiSalle.
       01 EnregSalle.
           02 salleID                      pic 9(2).
           02 tabPlacesCategories          pic 9(9).
           02 REDEFINES tabPlacesCategories.
               03 nbPlaces                 pic 9(3) OCCURS 3.
           02 tabPrixCategories.
               03 prixCategorie            pic 9(3)V99 OCCURS 3.
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
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 dateRepresentationDetail     pic 9(8).
           02 categDetail                  pic 9.
           02 nbPlacesDetail                pic 99.
           02 codeClientDetail             pic x(6).
           02 nomClientDetail              pic x(20).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiHistoriqueVentes.
      *    une ligne par representation a venir et par nuit : places
      *    vendues par categorie, capacite de la salle et recette
      *    facturee cumulee a la date de l'instantane, avec le
      *    nombre de jours restant avant le lever de rideau
       01 EnregInstantane.
           02 dateInstantane               pic 9(8).
           02 codeSpectInst.
               03 codeGenreInst            pic x(5).
               03 codeNumInst              pic 9(2).
           02 titreInst                    pic x(30).
           02 dateRepresentationInst       pic 9(8).
           02 joursAvantRideauInst         pic 9(4).
           02 nbReservationsInst           pic 9(3) OCCURS 3.
           02 nbPlacesInst                 pic 9(3) OCCURS 3.
           02 recetteInst                  pic 9(7)v99.

       working-storage section.
      *----------------------------------------
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 salleIDLu                        pic 9(2).
       77 fs-fiReservationsDetail          pic x(2).
           88 finFiReservationsDetail VALUE "10".
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiHistoriqueVentes            pic x(2).
           88 finFiHistoriqueVentes VALUE "10".
       77 dateTraitementJour               pic 9(8).
       77 dateDernierInstantane            pic 9(8) value 0.
       77 dateRepresentationNum            pic 9(8).
       77 nbRepresentationsInst            pic 9(3) value 0.
       77 iRepresentation                  pic 9(3).
       77 iCategorie                       pic 9.
       01 tabRepresentationsInst.
           02 detailRepresentationInst OCCURS 500.
               03 codeSpectT               pic x(7).
               03 titreT                   pic x(30).
               03 dateRepresentationT      pic 9(8).
               03 joursAvantRideauT        pic 9(4).
               03 nbReservationsT          pic 9(3) OCCURS 3.
               03 nbPlacesT                pic 9(3) OCCURS 3.
               03 recetteT                 pic 9(7)v99.
       01 LigneBilanInstantane.
           02                              pic x(25)
               VALUE "Instantane des ventes du ".
           02 dateTraitementEd             pic 9(8).
           02                              pic x(3) VALUE " : ".
           02 nbRepresentationsInstEd      pic zz9.
           02                              pic x(16)
               VALUE " representations".

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    photographie de nuit des compteurs de SPECTACLE.IND, a
      *    lancer apres GestionSpectacle2 : l'historique ainsi
      *    accumule donne a CourbesVentes la courbe des ventes de
      *    chaque representation en jours avant le lever de rideau
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitement.

      *    un second passage le meme jour doublerait les points des
      *    courbes : il est refuse
           perform chercheDernierInstantane.
           if dateDernierInstantane >= dateTraitementJour
               display "Instantane du " dateTraitementJour
                       " deja pris : aucun ajout"
               STOP RUN
           end-if.

           OPEN INPUT FiSpectacle FiSalle FiReservationsDetail.
           OPEN INPUT FiConfigSalles FiConfigRepresentations.
           move low-values to codeSpect.
           start FiSpectacle key is >= codeSpect
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform retientRepresentation until finErreurFiSpectacle
               or nbRepresentationsInst >= 500.
           if not finErreurFiSpectacle
               display "Table des representations pleine : "
                       "representations au-dela de 500 ignorees"
           end-if.

           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.
           perform cumuleRecetteDetail until finFiReservationsDetail.

           OPEN EXTEND FiHistoriqueVentes.
           perform ecritInstantane
               varying iRepresentation from 1 by 1
               until iRepresentation > nbRepresentationsInst.

           move dateTraitementJour to dateTraitementEd.
           move nbRepresentationsInst to nbRepresentationsInstEd.
           display LigneBilanInstantane.

           CLOSE FiSpectacle FiSalle FiReservationsDetail
                 FiHistoriqueVentes FiConfigSalles
                 FiConfigRepresentations.
           STOP RUN.

       lireParamTraitement.
      *****************************************
      *    meme date d'application que le traitement de nuit
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

       chercheDernierInstantane.
      *****************************************
           OPEN INPUT FiHistoriqueVentes.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.
           perform lireLigneHistoriqueVentes
               until finFiHistoriqueVentes.
           CLOSE FiHistoriqueVentes.

       lireLigneHistoriqueVentes.
      *****************************************
           if dateInstantane > dateDernierInstantane
               move dateInstantane to dateDernierInstantane
           end-if.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.

       retientRepresentation.
      *****************************************
      *    seules les representations a venir, jour meme compris,
      *    entrent dans l'instantane
           move dateRepresentation to dateRepresentationNum.
           if dateRepresentationNum >= dateTraitementJour
               move numSalle to salleIDLu
               read FiSalle
                   invalid key
                       display "Salle inconnue pour " codeSpect
                   not invalid key
                       perform appliqueConfigRepresentation
                       perform garnitRepresentationInst
               end-read
           end-if.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       garnitRepresentationInst.
      *****************************************
           add 1 to nbRepresentationsInst.
           move codeSpect to codeSpectT(nbRepresentationsInst).
           move titre to titreT(nbRepresentationsInst).
           move dateRepresentationNum
               to dateRepresentationT(nbRepresentationsInst).
           compute joursAvantRideauT(nbRepresentationsInst) =
               function integer-of-date(dateRepresentationNum)
               - function integer-of-date(dateTraitementJour).
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               move nbReservations(iCategorie)
                   to nbReservationsT(nbRepresentationsInst iCategorie)
               move nbPlaces(iCategorie)
                   to nbPlacesT(nbRepresentationsInst iCategorie)
           end-perform.
           move 0 to recetteT(nbRepresentationsInst).

       cumuleRecetteDetail.
      *****************************************
      *    recette facturee des prises de places ; les annulations
      *    sont rendues par le grand livre des creances, pas ici
           if typeMouvementDetail = "R"
                   and montantFactureDetail is numeric
               perform varying iRepresentation from 1 by 1
                       until iRepresentation > nbRepresentationsInst
                           or (codeSpectT(iRepresentation)
                                   = codeSpectDetail
                               and dateRepresentationT(iRepresentation)
                                   = dateRepresentationDetail)
                   continue
               end-perform
               if iRepresentation <= nbRepresentationsInst
                   add montantFactureDetail
                       to recetteT(iRepresentation)
               end-if
           end-if.
           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.

       ecritInstantane.
      *****************************************
           move dateTraitementJour to dateInstantane.
           move codeSpectT(iRepresentation) to codeSpectInst.
           move titreT(iRepresentation) to titreInst.
           move dateRepresentationT(iRepresentation)
               to dateRepresentationInst.
           move joursAvantRideauT(iRepresentation)
               to joursAvantRideauInst.
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               move nbReservationsT(iRepresentation iCategorie)
                   to nbReservationsInst(iCategorie)
               move nbPlacesT(iRepresentation iCategorie)
                   to nbPlacesInst(iCategorie)
           end-perform.
           move recetteT(iRepresentation) to recetteInst.
           write EnregInstantane.

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

       end program InstantaneVentes.
