       program-id. PropositionTarifs as "PropositionTarifs".

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

          select optional FiTarifs
              assign "../Fichiers/tarifs.seq"
              organization is line sequential
              file status is fs-fiTarifs.

          select optional FiReglesTarifaires
              assign "../Fichiers/reglesTarifaires.seq"
              organization is line sequential
              file status is fs-fiReglesTarifaires.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select FiPropositions assign
                  "../Fichiers/tarifsProposes.seq"
              organization is line sequential.

          select FiRapportPropositions assign
                  "../Fichiers/rapportPropositionsTarifs.seq"
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
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
           02 dateDebutTarifLu             pic 9(8).
           02 dateFinTarifLu               pic 9(8).
           02 codePromoTarifLu             pic x(5).
           02 tabPrixTarifLu.
               03 prixTarifLu              pic 9(3)v99 OCCURS 3.
       FD FiReglesTarifaires.
      *    une regle par ligne, examinees dans l'ordre du fichier :
      *    la premiere regle qui s'applique a une categorie l'emporte.
      *    categorie 0 = toutes, genre a blanc = tous les genres ;
      *    sens '<' = occupation inferieure au seuil, '>' =
      *    superieure ; la regle joue a partir de J-joursAvant
      *    (par exemple 01 3      <030010-20 moins de 30% a J-10)
       01 EnregRegleLu.
           02 numeroRegleLu                pic 9(2).
           02 categRegleLu                 pic 9.
           02 codeGenreRegleLu             pic x(5).
           02 sensOccupationRegleLu        pic x.
           02 seuilOccupationRegleLu       pic 9(3).
           02 joursAvantRegleLu            pic 9(3).
           02 sensVariationRegleLu         pic x.
           02 tauxVariationRegleLu         pic 9(2).
           02 libelleRegleLu               pic x(30).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiPropositions.
      *    ligne au format de tarifs.seq (cible = codeSpect, date de
      *    debut = date de fin = date de representation, code promo
      *    YIELD) suivie de la decision du superviseur (blanc = a
      *    examiner, 'O' = approuvee, 'X' = rayee), des prix en
      *    vigueur et de la regle appliquee par categorie (00 = prix
      *    inchange)
       01 EnregProposition.
           02 tarifPropose.
               03 ciblePropose             pic x(7).
               03 dateDebutPropose         pic 9(8).
               03 dateFinPropose           pic 9(8).
               03 codePromoPropose         pic x(5).
               03 prixPropose              pic 9(3)v99 OCCURS 3.
           02 decisionProposition          pic x.
           02 prixActuelPropose            pic 9(3)v99 OCCURS 3.
           02 regleProposee                pic 9(2) OCCURS 3.
           02 titrePropose                 pic x(30).
       FD FiRapportPropositions.
       01 EnregRapportPropositions         pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 salleIDLu                        pic 9(2).
       77 fs-fiTarifs                      pic x(2).
           88 finFiTarifs          VALUE "10".
       77 fs-fiReglesTarifaires            pic x(2).
           88 finFiReglesTarifaires VALUE "10".
       77 fs-fiParamTraitement             pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 dateRepresentationNum            pic 9(8).
       77 joursAvantRideau                 pic s9(5).
       77 tauxOccupation                   pic 9(3).
       77 prixCalcule                      pic 9(3)v99.
       77 nbTarifs                         pic 9(3) value 0.
       77 iTarif                           pic 9(3).
       77 iCategTarif                      pic 9.
       77 nbRegles                         pic 9(2) value 0.
       77 iRegle                           pic 9(2).
       77 regleRetenue                     pic 9(2).
       77 nbPropositions                   pic 9(5) value 0.
       77 nbRepresentationsExaminees       pic 9(5) value 0.
       77 propositionFlag                  pic x.
           88 propositionRetenue   VALUE "O".
           88 aucuneProposition    VALUE "N".
       01 tabTarifs.
           02 detailTarif OCCURS 100.
               03 cibleTarif               pic x(7).
               03 dateDebutTarif           pic 9(8).
               03 dateFinTarif             pic 9(8).
               03 codePromoTarif           pic x(5).
               03 prixTarif                pic 9(3)v99 OCCURS 3.
       01 tabPrixResolus.
           02 prixResolu                   pic 9(3)v99 OCCURS 3.
       01 tabPrixBase.
           02 prixBase                     pic 9(3)v99 OCCURS 3.
       01 tabRegles.
           02 detailRegle OCCURS 50.
               03 numeroRegle              pic 9(2).
               03 categRegle               pic 9.
               03 codeGenreRegle           pic x(5).
               03 sensOccupationRegle      pic x.
               03 seuilOccupationRegle     pic 9(3).
               03 joursAvantRegle          pic 9(3).
               03 sensVariationRegle       pic x.
               03 tauxVariationRegle       pic 9(2).
               03 libelleRegle             pic x(30).
       01 LigneEnteteRapportPropositions.
           02                              pic x(44) VALUE
               "Propositions tarifaires (yield) au ".
           02 dateTraitementEd             pic 9(8).
       01 LigneColonnesPropositions.
           02                              pic x(47) VALUE
               "Spect.  Date     Cat Occ. Jours Actuel Propose".
           02                              pic x(6) VALUE " Regle".
       01 LignePropositionRapport.
           02 codeSpectEd                  pic x(7).
           02                              pic x VALUE space.
           02 dateRepresentationEd         pic 9(8).
           02                              pic x(2) VALUE spaces.
           02 categEd                      pic 9.
           02                              pic x VALUE space.
           02 tauxOccupationEd             pic zz9.
           02                              pic x(2) VALUE "% ".
           02 joursAvantRideauEd           pic zzzz9.
           02                              pic x VALUE space.
           02 prixActuelEd                 pic zz9,99.
           02                              pic x(2) VALUE spaces.
           02 prixProposeEd                pic zz9,99.
           02                              pic x(2) VALUE spaces.
           02 numeroRegleEd                pic 99.
           02                              pic x VALUE space.
           02 libelleRegleEd               pic x(30).
       01 LigneBilanPropositions.
           02                              pic x(35)
               VALUE "Representations examinees       : ".
           02 nbRepresentationsEd          pic zzzz9.
           02                              pic x(18)
               VALUE "   propositions : ".
           02 nbPropositionsEd             pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    propose des lignes de tarif a partir de l'occupation de
      *    chaque representation a venir et du nombre de jours avant
      *    le lever de rideau ; rien n'est ecrit dans tarifs.seq :
      *    le superviseur approuve ou raye chaque proposition avec
      *    ApprobationTarifs, qui ajoute les lignes retenues
           OPEN INPUT FiSpectacle FiSalle FiTarifs FiReglesTarifaires.
           OPEN INPUT FiConfigSalles FiConfigRepresentations.
           OPEN OUTPUT FiPropositions FiRapportPropositions.

           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitement.
           perform chargerTarifs.
           perform chargerRegles.

           move dateTraitementJour to dateTraitementEd.
           display LigneEnteteRapportPropositions.
           move LigneEnteteRapportPropositions
               to EnregRapportPropositions.
           write EnregRapportPropositions.
           display LigneColonnesPropositions.
           move LigneColonnesPropositions to EnregRapportPropositions.
           write EnregRapportPropositions.

           if nbRegles > 0
               move low-values to codeSpect
               start FiSpectacle key is >= codeSpect
                   invalid key move "10" to fs-fiSpectacle
                   not invalid key
                       read FiSpectacle next
                           at end move "10" to fs-fiSpectacle
                       end-read
               end-start
               perform examineRepresentation
                   until finErreurFiSpectacle
           else
               display "Aucune regle tarifaire : pas de proposition"
           end-if.

           move nbRepresentationsExaminees to nbRepresentationsEd.
           move nbPropositions to nbPropositionsEd.
           display LigneBilanPropositions.
           move LigneBilanPropositions to EnregRapportPropositions.
           write EnregRapportPropositions.

           CLOSE FiSpectacle FiSalle FiTarifs FiReglesTarifaires
                 FiPropositions FiRapportPropositions FiConfigSalles
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

       chargerTarifs.
      *****************************************
      *    meme table des tarifs a date d'effet que le traitement de
      *    nuit, pour partir du prix reellement pratique
           read FiTarifs
               at end move "10" to fs-fiTarifs
           end-read.
           perform chargerLigneTarif until finFiTarifs
               or nbTarifs >= 100.
           if not finFiTarifs
               display "Table des tarifs pleine : lignes au-dela de "
                       "100 ignorees"
           end-if.

       chargerLigneTarif.
      *****************************************
           add 1 to nbTarifs.
           move cibleTarifLu to cibleTarif(nbTarifs).
           move dateDebutTarifLu to dateDebutTarif(nbTarifs).
           move dateFinTarifLu to dateFinTarif(nbTarifs).
           move codePromoTarifLu to codePromoTarif(nbTarifs).
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixTarifLu(iCategTarif)
                   to prixTarif(nbTarifs iCategTarif)
           end-perform.
           read FiTarifs
               at end move "10" to fs-fiTarifs
           end-read.

       chargerRegles.
      *****************************************
           read FiReglesTarifaires
               at end move "10" to fs-fiReglesTarifaires
           end-read.
           perform chargerLigneRegle until finFiReglesTarifaires
               or nbRegles >= 50.
           if not finFiReglesTarifaires
               display "Table des regles pleine : regles au-dela de "
                       "50 ignorees"
           end-if.

       chargerLigneRegle.
      *****************************************
      *    une regle mal formee est ignoree plutot que d'appliquer
      *    une variation au hasard
           if numeroRegleLu is numeric
                   and categRegleLu is numeric
                   and categRegleLu <= 3
                   and seuilOccupationRegleLu is numeric
                   and joursAvantRegleLu is numeric
                   and tauxVariationRegleLu is numeric
                   and (sensOccupationRegleLu = "<"
                        or sensOccupationRegleLu = ">")
                   and (sensVariationRegleLu = "+"
                        or sensVariationRegleLu = "-")
               add 1 to nbRegles
               move numeroRegleLu to numeroRegle(nbRegles)
               move categRegleLu to categRegle(nbRegles)
               move codeGenreRegleLu to codeGenreRegle(nbRegles)
               move sensOccupationRegleLu
                   to sensOccupationRegle(nbRegles)
               move seuilOccupationRegleLu
                   to seuilOccupationRegle(nbRegles)
               move joursAvantRegleLu to joursAvantRegle(nbRegles)
               move sensVariationRegleLu
                   to sensVariationRegle(nbRegles)
               move tauxVariationRegleLu
                   to tauxVariationRegle(nbRegles)
               move libelleRegleLu to libelleRegle(nbRegles)
           else
               display "Regle tarifaire ignoree : " EnregRegleLu
           end-if.
           read FiReglesTarifaires
               at end move "10" to fs-fiReglesTarifaires
           end-read.

       examineRepresentation.
      *****************************************
      *    seules les representations a venir sont examinees ; une
      *    representation du jour garde son prix
           move dateRepresentation to dateRepresentationNum.
           if dateRepresentationNum > dateTraitementJour
               add 1 to nbRepresentationsExaminees
               compute joursAvantRideau =
                   function integer-of-date(dateRepresentationNum)
                   - function integer-of-date(dateTraitementJour)
               move numSalle to salleIDLu
               read FiSalle
                   invalid key
                       display "Salle inconnue pour " codeSpect
                   not invalid key
                       perform appliqueConfigRepresentation
                       perform proposeTarifRepresentation
               end-read
           end-if.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       proposeTarifRepresentation.
      *****************************************
      *    la variation s'applique au prix hors proposition YIELD
      *    deja approuvee, pour qu'une regle qui continue de jouer
      *    nuit apres nuit ne cumule pas ses remises ; une categorie
      *    sans regle ou deja au bon prix garde son prix en vigueur
           perform resoudrePrix.
           move "N" to propositionFlag.
           move "YIELD" to codePromoPropose.
           move codeSpect to ciblePropose.
           move dateRepresentationNum to dateDebutPropose.
           move dateRepresentationNum to dateFinPropose.
           move space to decisionProposition.
           move titre to titrePropose.
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixResolu(iCategTarif)
                   to prixActuelPropose(iCategTarif)
               move prixResolu(iCategTarif) to prixPropose(iCategTarif)
               move 0 to regleProposee(iCategTarif)
               if nbPlaces(iCategTarif) > 0
                   perform chercheRegleCategorie
               end-if
           end-perform.
           if propositionRetenue
               add 1 to nbPropositions
               write EnregProposition
           end-if.

       chercheRegleCategorie.
      *****************************************
           compute tauxOccupation =
               nbReservations(iCategTarif) * 100
               / nbPlaces(iCategTarif)
               on size error move 999 to tauxOccupation
           end-compute.
           move 0 to regleRetenue.
           perform varying iRegle from 1 by 1
                   until iRegle > nbRegles or regleRetenue > 0
               if (categRegle(iRegle) = 0
                       or categRegle(iRegle) = iCategTarif)
                       and (codeGenreRegle(iRegle) = spaces
                       or codeGenreRegle(iRegle) = codeGenre)
                       and joursAvantRideau <= joursAvantRegle(iRegle)
                   if (sensOccupationRegle(iRegle) = "<"
                           and tauxOccupation
                               < seuilOccupationRegle(iRegle))
                       or (sensOccupationRegle(iRegle) = ">"
                           and tauxOccupation
                               > seuilOccupationRegle(iRegle))
                       move iRegle to regleRetenue
                   end-if
               end-if
           end-perform.
           if regleRetenue > 0
               perform appliqueRegle
           end-if.

       appliqueRegle.
      *****************************************
           if sensVariationRegle(regleRetenue) = "+"
               compute prixCalcule rounded =
                   prixBase(iCategTarif)
                   * (100 + tauxVariationRegle(regleRetenue)) / 100
                   on size error move 999.99 to prixCalcule
               end-compute
           else
               compute prixCalcule rounded =
                   prixBase(iCategTarif)
                   * (100 - tauxVariationRegle(regleRetenue)) / 100
               end-compute
           end-if.
           if prixCalcule not = prixResolu(iCategTarif)
               move "O" to propositionFlag
               move prixCalcule to prixPropose(iCategTarif)
               move numeroRegle(regleRetenue)
                   to regleProposee(iCategTarif)
               perform ecritLigneProposition
           end-if.

       ecritLigneProposition.
      *****************************************
           move codeSpect to codeSpectEd.
           move dateRepresentationNum to dateRepresentationEd.
           move iCategTarif to categEd.
           move tauxOccupation to tauxOccupationEd.
           move joursAvantRideau to joursAvantRideauEd.
           move prixResolu(iCategTarif) to prixActuelEd.
           move prixCalcule to prixProposeEd.
           move numeroRegle(regleRetenue) to numeroRegleEd.
           move libelleRegle(regleRetenue) to libelleRegleEd.
           display LignePropositionRapport.
           move LignePropositionRapport to EnregRapportPropositions.
           write EnregRapportPropositions.

       resoudrePrix.
      *****************************************
      *    meme resolution que le traitement de nuit : prix de la
      *    salle, recouvert par un tarif de genre puis par un tarif
      *    propre au codeSpect en vigueur a la date de representation ;
      *    le prix de base des regles ignore les lignes YIELD
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixCategorie(iCategTarif)
                   to prixResolu(iCategTarif)
               move prixCategorie(iCategTarif)
                   to prixBase(iCategTarif)
           end-perform.
           perform varying iTarif from 1 by 1 until iTarif > nbTarifs
               if cibleTarif(iTarif)(1:5) = codeGenre
                       and cibleTarif(iTarif)(6:2) = spaces
                       and dateRepresentationNum
                           >= dateDebutTarif(iTarif)
                       and dateRepresentationNum
                           <= dateFinTarif(iTarif)
                   perform appliquePrixTarif
               end-if
           end-perform.
           perform varying iTarif from 1 by 1 until iTarif > nbTarifs
               if cibleTarif(iTarif) = codeSpect
                       and dateRepresentationNum
                           >= dateDebutTarif(iTarif)
                       and dateRepresentationNum
                           <= dateFinTarif(iTarif)
                   perform appliquePrixTarif
               end-if
           end-perform.

       appliquePrixTarif.
      *****************************************
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixTarif(iTarif iCategTarif)
                   to prixResolu(iCategTarif)
               if codePromoTarif(iTarif) not = "YIELD"
                   move prixTarif(iTarif iCategTarif)
                       to prixBase(iCategTarif)
               end-if
           end-perform.

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

       end program PropositionTarifs.
