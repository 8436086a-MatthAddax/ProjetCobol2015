       program-id. RapportSurreservation as "RapportSurreservation".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select OPTIONAL FiSpectacle assign "../Fichiers/SPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select FiSalle assign "../Fichiers/SALLE.REL"
              organization is relative access mode is dynamic
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

          select optional FiSiegesHorsService
              assign "../Fichiers/siegesHorsService.seq"
              organization is line sequential
              file status is fs-fiSiegesHorsService.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select FiExpositionSurres assign
                  "../Fichiers/expositionSurreservation.seq"
              organization is line sequential.
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
               03  moisRepresentation     pic 9(2).
               03  jourRepresentation     pic 9(2).
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
       FD FiSiegesHorsService.
       01 EnregSiegeHSLu.
           02 numSalleHSLu                 pic 9(2).
           02 numeroSiegeHSLu              pic 9(4).
           02 dateDebutHSLu                pic 9(8).
           02 dateFinHSLu                  pic 9(8).
           02 motifHSLu                    pic x(30).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiExpositionSurres.
       01 EnregExpositionSurres            pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiSiegesHorsService           pic x(2).
           88 finFiSiegesHorsService VALUE "10".
       77 fs-fiParamTraitement             pic x(2).
       77 salleIDLu                        pic 9(2).
       77 dateTraitementJour               pic 9(8).
       77 dateRepresentationNum            pic 9(8).
       77 iCategorie                       pic 9.
       77 capacitePhysique                 pic s9(4).
       77 excedentCategorie                pic s9(4).
       77 nbSiegesHS                       pic 9(3) value 0.
       77 iSiegeHS                         pic 9(3).
       77 nbSiegesHSCategorie              pic 9(3).
       77 categSiegeHS                     pic 9.
       77 resteSiegeHS                     pic 9(3).
       77 nbRepsExaminees                  pic 9(5) value 0.
       77 nbRepsExposees                   pic 9(5) value 0.
       77 nbPlacesExposees                 pic 9(7) value 0.
       77 representationExposeeFlag        pic x.
           88 representationExposee  VALUE "O".
           88 representationCouverte VALUE "N".
       01 tabSiegesHS.
           02 detailSiegeHS OCCURS 200.
               03 numSalleHS               pic 9(2).
               03 numeroSiegeHS            pic 9(4).
               03 dateDebutHS              pic 9(8).
               03 dateFinHS                pic 9(8).
       01 LigneEnteteExposition.
           02                              pic x(47) VALUE
               "Representations vendues au-dela de la salle au ".
           02 dateTraitementEd             pic 9(8).
       01 LigneRepExposition.
           02 codeSpectExpoEd              pic x(7).
           02                              pic x(2) VALUE SPACES.
           02 dateRepExpoEd                pic 9(8).
           02                              pic x(8)
               VALUE "  salle ".
           02 numSalleExpoEd               pic 99.
           02                              pic x(2) VALUE SPACES.
           02 titreExpoEd                  pic x(30).
       01 LigneCategExposition.
           02                              pic x(9)
               VALUE "  categ ".
           02 categExpoEd                  pic 9.
           02                              pic x(10)
               VALUE "  vendus ".
           02 nbReservesExpoEd             pic zzz9.
           02                              pic x(20)
               VALUE "  capacite physique ".
           02 capacitePhysiqueExpoEd       pic zzz9.
           02                              pic x(19)
               VALUE "  places a l'entree".
           02 excedentExpoEd               pic zzz9.
       01 LigneBilanRepsExposees.
           02                              pic x(35)
               VALUE "Representations en surreservation: ".
           02 nbRepsExposeesEd             pic zzzz9.
       01 LigneBilanPlacesExposees.
           02                              pic x(35)
               VALUE "Places a attribuer a l'entree   : ".
           02 nbPlacesExposeesEd           pic zzzzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    exposition du jour a la surreservation : toute
      *    representation a venir dont une categorie est vendue
      *    au-dela de sa capacite physique (salle moins places
      *    bloquees et sieges hors service), avec le nombre de
      *    places que la porte devra attribuer sur les no-shows
           OPEN INPUT FiSpectacle FiSalle FiConfigSalles
                      FiConfigRepresentations.
           OPEN OUTPUT FiExpositionSurres.

           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamExposition.
           perform chargerSiegesHorsService.

           move dateTraitementJour to dateTraitementEd.
           display LigneEnteteExposition.
           move LigneEnteteExposition to EnregExpositionSurres.
           write EnregExpositionSurres.

           move dateTraitementJour to dateRepresentation.
           start FiSpectacle key is >= dateRepresentation
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform examineRepresentation until finErreurFiSpectacle.

           move nbRepsExposees to nbRepsExposeesEd.
           move nbPlacesExposees to nbPlacesExposeesEd.
           display LigneBilanRepsExposees.
           display LigneBilanPlacesExposees.
           move LigneBilanRepsExposees to EnregExpositionSurres.
           write EnregExpositionSurres.
           move LigneBilanPlacesExposees to EnregExpositionSurres.
           write EnregExpositionSurres.

           CLOSE FiSpectacle FiSalle FiConfigSalles
                 FiConfigRepresentations FiExpositionSurres.
           STOP RUN.

       lireParamExposition.
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

       chargerSiegesHorsService.
      *****************************************
           OPEN INPUT FiSiegesHorsService.
           if fs-fiSiegesHorsService = "00"
               read FiSiegesHorsService
                   at end move "10" to fs-fiSiegesHorsService
               end-read
               perform chargerLigneSiegeHS
                   until finFiSiegesHorsService or nbSiegesHS >= 200
           end-if.
           CLOSE FiSiegesHorsService.

       chargerLigneSiegeHS.
      *****************************************
           add 1 to nbSiegesHS.
           move numSalleHSLu to numSalleHS(nbSiegesHS).
           move numeroSiegeHSLu to numeroSiegeHS(nbSiegesHS).
           move dateDebutHSLu to dateDebutHS(nbSiegesHS).
           move dateFinHSLu to dateFinHS(nbSiegesHS).
           read FiSiegesHorsService
               at end move "10" to fs-fiSiegesHorsService
           end-read.

       examineRepresentation.
      *****************************************
           add 1 to nbRepsExaminees.
           move numSalle to salleIDLu.
           read FiSalle
               invalid key continue
               not invalid key
                   perform appliqueConfigRepresentation
                   perform controleExpositionRepresentation
           end-read.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       controleExpositionRepresentation.
      *****************************************
           move "N" to representationExposeeFlag.
           move dateRepresentation to dateRepresentationNum.
           perform varying iCategorie from 1 by 1 until iCategorie > 3
               perform compteSiegesHorsServiceCategorie
               compute capacitePhysique = nbPlaces(iCategorie)
                   - nbAllocations(iCategorie) - nbSiegesHSCategorie
               if capacitePhysique < 0
                   move 0 to capacitePhysique
               end-if
               compute excedentCategorie =
                   nbReservations(iCategorie) - capacitePhysique
               if excedentCategorie > 0
                   perform signaleCategorieExposee
               end-if
           end-perform.

       compteSiegesHorsServiceCategorie.
      *****************************************
      *    meme decompte que la capacite vendable du traitement de
      *    nuit : sieges hors service de la salle a la date
           move 0 to nbSiegesHSCategorie.
           perform varying iSiegeHS from 1 by 1
                   until iSiegeHS > nbSiegesHS
               divide numeroSiegeHS(iSiegeHS) by 1000
                   giving categSiegeHS remainder resteSiegeHS
               if numSalleHS(iSiegeHS) = numSalle
                       and categSiegeHS = iCategorie
                       and dateRepresentationNum
                           >= dateDebutHS(iSiegeHS)
                       and dateRepresentationNum
                           <= dateFinHS(iSiegeHS)
                   add 1 to nbSiegesHSCategorie
               end-if
           end-perform.

       signaleCategorieExposee.
      *****************************************
           if representationCouverte
               move "O" to representationExposeeFlag
               add 1 to nbRepsExposees
               move codeSpect to codeSpectExpoEd
               move dateRepresentation to dateRepExpoEd
               move numSalle to numSalleExpoEd
               move titre to titreExpoEd
               display LigneRepExposition
               move LigneRepExposition to EnregExpositionSurres
               write EnregExpositionSurres
           end-if.
           add excedentCategorie to nbPlacesExposees.
           move iCategorie to categExpoEd.
           move nbReservations(iCategorie) to nbReservesExpoEd.
           move capacitePhysique to capacitePhysiqueExpoEd.
           move excedentCategorie to excedentExpoEd.
           display LigneCategExposition.
           move LigneCategExposition to EnregExpositionSurres.
           write EnregExpositionSurres.

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

       end program RapportSurreservation.
