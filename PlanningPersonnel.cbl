       program-id. PlanningPersonnel as "PlanningPersonnel".

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

          select optional FiHoraires
              assign "../Fichiers/HORAIRES.IND"
              organization is indexed access mode is dynamic
              record key is cleHoraire
                  file status is fs-fiHoraires.

          select optional FiProductions
              assign "../Fichiers/PRODUCTIONS.IND"
              organization is indexed access mode is dynamic
              record key is cleProduction
                  file status is fs-fiProductions.

          select optional FiPersonnel
              assign "../Fichiers/PERSONNEL.IND"
              organization is indexed access mode is dynamic
              record key is codePersonnel
                  file status is fs-fiPersonnel.

          select optional FiPlanning
              assign "../Fichiers/PLANNINGPERSONNEL.IND"
              organization is indexed access mode is dynamic
              record key is clePlanning
                  alternate record key is codePersonnelPlanning
                                        with duplicates
                  file status is fs-fiPlanning.

          select optional FiNormes
              assign "../Fichiers/normesEncadrement.seq"
              organization is line sequential
              file status is fs-fiNormes.

          select optional FiParamPlanning
              assign "../Fichiers/ParamPlanning.seq"
              organization is line sequential
              file status is fs-fiParamPlanning.

          select FiListePlanning assign
                  "../Fichiers/planningPersonnel.seq"
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
       FD FiHoraires.
       01 EnregHoraire.
           02 cleHoraire.
               03 codeSpectHoraire         pic x(7).
               03 dateHoraire              pic 9(8).
           02 heureRepresentationHoraire   pic 9(4).
       FD FiProductions.
       01 EnregProduction.
           02 cleProduction.
               03 codeGenreProd            pic x(5).
               03 titreProduction          pic x(30).
           02 compagnieProduction          pic x(30).
           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiPersonnel.
       01 EnregPersonnel.
           02 codePersonnel                pic x(6).
           02 nomPersonnel                 pic x(20).
           02 prenomPersonnel              pic x(15).
           02 rolesPersonnel               pic x(3).
           02 joursDispoPersonnel          pic x(7).
           02 tauxHorairePersonnel         pic 9(3)v99.
           02 etatPersonnel                pic x.
               88 personnelActif       value "A".
               88 personnelInactif     value "I".
       FD FiPlanning.
      *    planning du personnel d'accueil : une ligne par poste
      *    tenu a une representation ; le planning hebdomadaire ecrit
      *    des lignes proposees ('P'), la confirmation les passe en
      *    confirmees ('C', heures effectuees) ou absentes ('A') --
      *    seules les confirmees partent en paie
       01 EnregPlanning.
           02 clePlanning.
               03 datePlanning             pic 9(8).
               03 codeSpectPlanning        pic x(7).
               03 rolePlanning             pic x.
               03 rangPlanning             pic 99.
           02 codePersonnelPlanning        pic x(6).
           02 heureDebutPlanning           pic 9(4).
           02 heureFinPlanning             pic 9(4).
           02 minutesPrevuesPlanning       pic 9(4).
           02 minutesEffectueesPlanning    pic 9(4).
           02 etatPlanning                 pic x.
               88 planningPropose      value "P".
               88 planningConfirme     value "C".
               88 planningAbsent       value "A".
       FD FiNormes.
      *    normes d'encadrement par salle et par poste : un agent par
      *    tranche de places vendues, a partir d'un seuil de places
      *    vendues, avec un minimum ; la salle 00 porte les normes
      *    des salles qui n'en ont pas en propre
       01 EnregNormeLue.
           02 numSalleNormeLue             pic 9(2).
           02 roleNormeLue                 pic x.
           02 seuilNormeLue                pic 9(4).
           02 placesParAgentNormeLue       pic 9(4).
           02 minimumNormeLue              pic 99.
       FD FiParamPlanning.
       01 EnregParamPlanning.
           02 dateDebutSemaineParam        pic 9(8).
       FD FiListePlanning.
       01 EnregListePlanning               pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle  VALUES "10" THRU "99".
       77 fs-fiHoraires                    pic x(2).
       77 fs-fiProductions                 pic x(2).
       77 catalogueProductionsFlag         pic x value "N".
           88 catalogueProductionsPresent VALUE "O".
       77 fs-fiPersonnel                   pic x(2).
           88 finErreurFiPersonnel  VALUES "10" THRU "99".
       77 fs-fiPlanning                    pic x(2).
           88 finErreurFiPlanning   VALUES "10" THRU "99".
       77 fs-fiNormes                      pic x(2).
           88 finFiNormes           VALUE "10".
       77 fs-fiParamPlanning               pic x(2).
       77 dateDebutSemaine                 pic 9(8).
       77 dateFinSemaine                   pic 9(8).
       77 quantiemeRepresentation          pic 9(7).
       77 dateRepCourante                  pic 9(8).
       77 jourSemaineRep                   pic 9.
       77 placesVenduesRep                 pic 9(4).
       77 heureRideauRep                   pic 9(4).
       77 heureRideauDefaut                pic 9(4) value 2030.
       77 dureeRepCourante                 pic 9(3).
       77 dureeDefautRepresentation        pic 9(3) value 120.
      *    l'equipe arrive une heure avant le lever de rideau et
      *    repart une demi-heure apres la fin du spectacle
       77 avanceAccueil                    pic 9(3) value 60.
       77 retardFermeture                  pic 9(3) value 30.
       77 minutesDebutService              pic 9(4).
       77 minutesFinService                pic 9(4).
       77 heuresTemp                       pic 9(3).
       77 minutesTemp                      pic 99.
       77 heureHHMM                        pic 9(4).
       77 heureFormatee                    pic x(5).
       77 posteEcritFlag                   pic x.
           88 posteEcrit            VALUE "O".
       77 salleNormesRep                   pic 9(2).
       77 iNorme                           pic 9(3).
       77 nbNormes                         pic 9(3) value 0.
       77 iPersonnel                       pic 9(3).
       77 nbPersonnel                      pic 9(3) value 0.
       77 iPersonnelRetenu                 pic 9(3).
       77 minutesRetenu                    pic 9(5).
       77 iRole                            pic 9.
       77 iAffectation                     pic 9(4).
       77 nbAffectations                   pic 9(4) value 0.
       77 nbAgentsRequis                   pic 9(3).
       77 nbAgentsConfirmes                pic 9(3).
       77 nbAgentsAPourvoir                pic 9(3).
       77 iPoste                           pic 9(3).
       77 candidatFlag                     pic x.
           88 candidatPossible      VALUE "O".
       77 nbPostesRequis                   pic 9(5) value 0.
       77 nbPostesConfirmes                pic 9(5) value 0.
       77 nbPostesProposes                 pic 9(5) value 0.
       77 nbPostesNonPourvus               pic 9(5) value 0.
       77 nbPropositionsEffacees           pic 9(5) value 0.
       77 nbRepresentationsPlanifiees      pic 9(5) value 0.
       01 LibellesRole.
           02                              pic x VALUE "P".
           02                              pic x(10) VALUE "Placeur".
           02                              pic x VALUE "V".
           02                              pic x(10) VALUE "Vestiaire".
           02                              pic x VALUE "B".
           02                              pic x(10) VALUE "Bar".
       01 REDEFINES LibellesRole.
           02 detailRole OCCURS 3.
               03 codeRole                 pic x.
               03 libelleRole              pic x(10).
       01 tabNormes.
           02 detailNorme OCCURS 100.
               03 numSalleNorme            pic 9(2).
               03 roleNorme                pic x.
               03 seuilNorme               pic 9(4).
               03 placesParAgentNorme      pic 9(4).
               03 minimumNorme             pic 99.
      *    agents actifs, avec leurs minutes deja planifiees dans la
      *    semaine : a poste egal, le moins charge est appele
       01 tabPersonnel.
           02 detailPersonnel OCCURS 300.
               03 codePersonnelTab         pic x(6).
               03 nomPersonnelTab          pic x(20).
               03 prenomPersonnelTab       pic x(15).
               03 rolesPersonnelTab        pic x(3).
               03 REDEFINES rolesPersonnelTab.
                   04 rolePersonnelTab     pic x OCCURS 3.
               03 joursDispoTab            pic x(7).
               03 REDEFINES joursDispoTab.
                   04 jourDispoTab         pic x OCCURS 7.
               03 minutesSemaineTab        pic 9(5).
      *    postes deja tenus dans la semaine (confirmes, absents et
      *    proposes du passage courant) : pas deux services qui se
      *    chevauchent pour un meme agent, pas de rappel d'un agent
      *    absent sur la representation qu'il a manquee
       01 tabAffectations.
           02 detailAffectation OCCURS 2000.
               03 iPersonnelAff            pic 9(3).
               03 dateAff                  pic 9(8).
               03 codeSpectAff             pic x(7).
               03 roleAff                  pic x.
               03 debutAff                 pic 9(4).
               03 finAff                   pic 9(4).
               03 etatAff                  pic x.
       01 LigneEntetePlanning.
           02                              pic x(44) VALUE
               "Planning du personnel d'accueil, semaine du ".
           02 dateDebutSemaineEd           pic 9(8).
           02                              pic x(4) VALUE " au ".
           02 dateFinSemaineEd             pic 9(8).
       01 LigneRepresentationPlanning.
           02 codeSpectPlanningEd          pic x(7).
           02                              pic x VALUE SPACE.
           02 titrePlanningEd              pic x(30).
           02                              pic x(7) VALUE " salle ".
           02 numSallePlanningEd           pic 99.
           02                              pic x(4) VALUE " le ".
           02 datePlanningEd               pic 9(8).
           02                              pic x(3) VALUE " a ".
           02 heureRideauEd                pic x(5).
           02                              pic x(10) VALUE "  vendues ".
           02 placesVenduesEd              pic zzz9.
       01 LignePostePlanning.
           02                              pic x(4) VALUE SPACES.
           02 libelleRoleEd                pic x(10).
           02                              pic x VALUE SPACE.
           02 codePersonnelEd              pic x(6).
           02                              pic x VALUE SPACE.
           02 nomPersonnelEd               pic x(20).
           02                              pic x VALUE SPACE.
           02 prenomPersonnelEd            pic x(15).
           02                              pic x VALUE SPACE.
           02 heureDebutEd                 pic x(5).
           02                              pic x(3) VALUE " - ".
           02 heureFinEd                   pic x(5).
           02                              pic x(2) VALUE SPACES.
           02 etatPosteEd                  pic x(9).
       01 LignePosteNonPourvu.
           02                              pic x(4) VALUE SPACES.
           02 libelleRoleNonPourvuEd       pic x(10).
           02                              pic x VALUE SPACE.
           02                              pic x(30) VALUE
               "*** poste non pourvu ***".
       01 LigneBilanPlanningReps.
           02                              pic x(35)
               VALUE "Representations planifiees      : ".
           02 nbRepresentationsPlanifieesEd pic zzzz9.
       01 LigneBilanPlanningRequis.
           02                              pic x(35)
               VALUE "Postes requis                   : ".
           02 nbPostesRequisEd             pic zzzz9.
       01 LigneBilanPlanningConfirmes.
           02                              pic x(35)
               VALUE "Postes deja confirmes           : ".
           02 nbPostesConfirmesEd          pic zzzz9.
       01 LigneBilanPlanningProposes.
           02                              pic x(35)
               VALUE "Postes proposes                 : ".
           02 nbPostesProposesEd           pic zzzz9.
       01 LigneBilanPlanningNonPourvus.
           02                              pic x(35)
               VALUE "Postes non pourvus              : ".
           02 nbPostesNonPourvusEd         pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    planning hebdomadaire du personnel d'accueil : pour chaque
      *    representation de la semaine, les places vendues de
      *    SPECTACLE.IND et les normes de la salle donnent le nombre
      *    d'agents par poste ; les agents disponibles ce jour-la et
      *    libres a l'heure du service sont appeles, le moins charge
      *    de la semaine d'abord ; un nouveau passage sur la meme
      *    semaine refait les propositions et garde les confirmations
           OPEN INPUT FiSpectacle FiHoraires FiPersonnel.
           OPEN I-O FiPlanning.
           OPEN OUTPUT FiListePlanning.
           OPEN INPUT FiProductions.
           if fs-fiProductions = "00"
               move "O" to catalogueProductionsFlag
           end-if.

           perform lireParamPlanning.
           compute dateFinSemaine = function date-of-integer
               (function integer-of-date(dateDebutSemaine) + 6).
           perform chargerNormes.
           perform chargerPersonnelDisponible.
           perform reprendPlanningSemaine.

           move dateDebutSemaine to dateDebutSemaineEd.
           move dateFinSemaine to dateFinSemaineEd.
           display LigneEntetePlanning.
           move LigneEntetePlanning to EnregListePlanning.
           write EnregListePlanning.

           move dateDebutSemaine to dateRepresentation.
           start FiSpectacle key is >= dateRepresentation
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform planifieRepresentation
               until finErreurFiSpectacle
                   or dateRepresentation > dateFinSemaine.

           perform ecritBilanPlanning.

           CLOSE FiSpectacle FiHoraires FiPersonnel FiPlanning
                 FiListePlanning FiProductions.
           STOP RUN.

       lireParamPlanning.
      *****************************************
      *    semaine demandee par son premier jour ; sans parametre,
      *    la semaine qui commence aujourd'hui
           accept dateDebutSemaine from date YYYYMMDD.
           OPEN INPUT FiParamPlanning.
           if fs-fiParamPlanning = "00"
               read FiParamPlanning
                   at end continue
                   not at end
                       if dateDebutSemaineParam is numeric
                               and dateDebutSemaineParam > 0
                           move dateDebutSemaineParam
                               to dateDebutSemaine
                       end-if
               end-read
           end-if.
           CLOSE FiParamPlanning.

       chargerNormes.
      *****************************************
           OPEN INPUT FiNormes.
           if fs-fiNormes = "00"
               read FiNormes
                   at end move "10" to fs-fiNormes
               end-read
               perform chargerLigneNorme until finFiNormes
           end-if.
           CLOSE FiNormes.

       chargerLigneNorme.
      *****************************************
           if nbNormes < 100
                   and numSalleNormeLue is numeric
                   and seuilNormeLue is numeric
                   and placesParAgentNormeLue is numeric
                   and minimumNormeLue is numeric
               add 1 to nbNormes
               move numSalleNormeLue to numSalleNorme(nbNormes)
               move roleNormeLue to roleNorme(nbNormes)
               move seuilNormeLue to seuilNorme(nbNormes)
               move placesParAgentNormeLue
                   to placesParAgentNorme(nbNormes)
               move minimumNormeLue to minimumNorme(nbNormes)
           end-if.
           read FiNormes
               at end move "10" to fs-fiNormes
           end-read.

       chargerPersonnelDisponible.
      *****************************************
           if fs-fiPersonnel = "00"
               move low-values to codePersonnel
               start FiPersonnel key is >= codePersonnel
                   invalid key move "10" to fs-fiPersonnel
                   not invalid key
                       read FiPersonnel next
                           at end move "10" to fs-fiPersonnel
                       end-read
               end-start
           else
               move "10" to fs-fiPersonnel
           end-if.
           perform chargerAgent until finErreurFiPersonnel.

       chargerAgent.
      *****************************************
           if personnelActif and nbPersonnel < 300
               add 1 to nbPersonnel
               move codePersonnel to codePersonnelTab(nbPersonnel)
               move nomPersonnel to nomPersonnelTab(nbPersonnel)
               move prenomPersonnel to prenomPersonnelTab(nbPersonnel)
               move rolesPersonnel to rolesPersonnelTab(nbPersonnel)
               move joursDispoPersonnel to joursDispoTab(nbPersonnel)
               move 0 to minutesSemaineTab(nbPersonnel)
           end-if.
           read FiPersonnel next
               at end move "10" to fs-fiPersonnel
           end-read.

       reprendPlanningSemaine.
      *****************************************
      *    les propositions d'un passage precedent sur la semaine
      *    sont effacees, les confirmations et absences gardees
           move low-values to clePlanning.
           move dateDebutSemaine to datePlanning.
           start FiPlanning key is >= clePlanning
               invalid key move "10" to fs-fiPlanning
               not invalid key
                   read FiPlanning next
                       at end move "10" to fs-fiPlanning
                   end-read
           end-start.
           perform reprendLignePlanning
               until finErreurFiPlanning
                   or datePlanning > dateFinSemaine.

       reprendLignePlanning.
      *****************************************
           if planningPropose
               delete FiPlanning record
                   invalid key continue
                   not invalid key add 1 to nbPropositionsEffacees
               end-delete
           else
               if nbAffectations < 2000
                   perform chercheAgentPlanning
                   add 1 to nbAffectations
                   move iPersonnel to iPersonnelAff(nbAffectations)
                   move datePlanning to dateAff(nbAffectations)
                   move codeSpectPlanning
                       to codeSpectAff(nbAffectations)
                   move rolePlanning to roleAff(nbAffectations)
                   move heureDebutPlanning to heureHHMM
                   perform convertitEnMinutes
                   move minutesDebutService to debutAff(nbAffectations)
                   compute finAff(nbAffectations) =
                       minutesDebutService + minutesPrevuesPlanning
                   move etatPlanning to etatAff(nbAffectations)
                   if planningConfirme and iPersonnel > 0
                       add minutesPrevuesPlanning
                           to minutesSemaineTab(iPersonnel)
                   end-if
               end-if
           end-if.
           read FiPlanning next
               at end move "10" to fs-fiPlanning
           end-read.

       chercheAgentPlanning.
      *****************************************
      *    rang de l'agent de la ligne de planning dans la table, a
      *    zero quand il n'est plus actif
           perform varying iPersonnel from 1 by 1
                   until iPersonnel > nbPersonnel
                       or codePersonnelTab(iPersonnel)
                           = codePersonnelPlanning
               continue
           end-perform.
           if iPersonnel > nbPersonnel
               move 0 to iPersonnel
           end-if.

       convertitEnMinutes.
      *****************************************
           divide heureHHMM by 100 giving heuresTemp
               remainder minutesTemp.
           compute minutesDebutService = heuresTemp * 60 + minutesTemp.

       convertitEnHeure.
      *****************************************
      *    l'appelant garnit heureHHMM en minutes depuis minuit ;
      *    un service fini apres minuit repart a 00h
           divide heureHHMM by 60 giving heuresTemp
               remainder minutesTemp.
           if heuresTemp >= 24
               subtract 24 from heuresTemp
           end-if.
           compute heureHHMM = heuresTemp * 100 + minutesTemp.

       formateHeure.
      *****************************************
           move spaces to heureFormatee.
           string heureHHMM(1:2) "h" heureHHMM(3:2)
               delimited by size into heureFormatee
           end-string.

       planifieRepresentation.
      *****************************************
           add 1 to nbRepresentationsPlanifiees.
           compute placesVenduesRep = nbReservations(1)
               + nbReservations(2) + nbReservations(3).
           move dateRepresentation to dateRepCourante.
           compute quantiemeRepresentation =
               function integer-of-date(dateRepCourante).
           compute jourSemaineRep =
               function mod(quantiemeRepresentation - 1, 7) + 1.
           perform calculeServiceRepresentation.

           move codeSpect to codeSpectPlanningEd.
           move titre to titrePlanningEd.
           move numSalle to numSallePlanningEd.
           move dateRepresentation to datePlanningEd.
           move heureRideauRep to heureHHMM.
           perform formateHeure.
           move heureFormatee to heureRideauEd.
           move placesVenduesRep to placesVenduesEd.
           display LigneRepresentationPlanning.
           move LigneRepresentationPlanning to EnregListePlanning.
           write EnregListePlanning.

      *    les normes propres a la salle, sinon celles de la salle 00
           move 0 to salleNormesRep.
           perform varying iNorme from 1 by 1 until iNorme > nbNormes
               if numSalleNorme(iNorme) = numSalle
                   move numSalle to salleNormesRep
               end-if
           end-perform.
           perform varying iNorme from 1 by 1 until iNorme > nbNormes
               if numSalleNorme(iNorme) = salleNormesRep
                   perform planifiePoste
               end-if
           end-perform.

           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       calculeServiceRepresentation.
      *****************************************
      *    heure du lever de rideau a HORAIRES.IND, duree au
      *    catalogue des productions, sinon les valeurs habituelles
           move heureRideauDefaut to heureRideauRep.
           move codeSpect to codeSpectHoraire.
           move dateRepresentation to dateHoraire.
           read FiHoraires
               invalid key continue
               not invalid key
                   if heureRepresentationHoraire is numeric
                           and heureRepresentationHoraire > 0
                       move heureRepresentationHoraire
                           to heureRideauRep
                   end-if
           end-read.
           move dureeDefautRepresentation to dureeRepCourante.
           if catalogueProductionsPresent
               move codeGenre to codeGenreProd
               move titre to titreProduction
               read FiProductions
                   invalid key continue
                   not invalid key
                       if dureeProduction > 0
                           move dureeProduction to dureeRepCourante
                       end-if
               end-read
           end-if.
           move heureRideauRep to heureHHMM.
           perform convertitEnMinutes.
           if minutesDebutService > avanceAccueil
               compute minutesFinService = minutesDebutService
                   + dureeRepCourante + retardFermeture
               subtract avanceAccueil from minutesDebutService
           else
               compute minutesFinService = minutesDebutService
                   + dureeRepCourante + retardFermeture
               move 0 to minutesDebutService
           end-if.

       planifiePoste.
      *****************************************
      *    un agent par tranche de places vendues, au moins le
      *    minimum de la norme, des que le seuil est atteint
           move 0 to nbAgentsRequis.
           if placesVenduesRep > 0
                   and placesVenduesRep >= seuilNorme(iNorme)
               if placesParAgentNorme(iNorme) > 0
                   compute nbAgentsRequis =
                       (placesVenduesRep + placesParAgentNorme(iNorme)
                        - 1) / placesParAgentNorme(iNorme)
               end-if
               if nbAgentsRequis < minimumNorme(iNorme)
                   move minimumNorme(iNorme) to nbAgentsRequis
               end-if
           end-if.
           add nbAgentsRequis to nbPostesRequis.
           perform varying iRole from 1 by 1
                   until iRole > 3
                       or codeRole(iRole) = roleNorme(iNorme)
               continue
           end-perform.
           if iRole > 3
               move 3 to iRole
           end-if.

      *    les postes deja confirmes sont listes et decomptes
           move 0 to nbAgentsConfirmes.
           perform varying iAffectation from 1 by 1
                   until iAffectation > nbAffectations
               if dateAff(iAffectation) = dateRepresentation
                       and codeSpectAff(iAffectation) = codeSpect
                       and roleAff(iAffectation) = roleNorme(iNorme)
                       and etatAff(iAffectation) = "C"
                   add 1 to nbAgentsConfirmes
                   perform listePosteConfirme
               end-if
           end-perform.
           if nbAgentsConfirmes >= nbAgentsRequis
               add nbAgentsRequis to nbPostesConfirmes
               move 0 to nbAgentsAPourvoir
           else
               add nbAgentsConfirmes to nbPostesConfirmes
               compute nbAgentsAPourvoir =
                   nbAgentsRequis - nbAgentsConfirmes
           end-if.
           perform varying iPoste from 1 by 1
                   until iPoste > nbAgentsAPourvoir
               perform pourvoitPoste
           end-perform.

       listePosteConfirme.
      *****************************************
           move libelleRole(iRole) to libelleRoleEd.
           if iPersonnelAff(iAffectation) > 0
               move iPersonnelAff(iAffectation) to iPersonnel
               move codePersonnelTab(iPersonnel) to codePersonnelEd
               move nomPersonnelTab(iPersonnel) to nomPersonnelEd
               move prenomPersonnelTab(iPersonnel)
                   to prenomPersonnelEd
           else
               move spaces to codePersonnelEd
               move "(agent inactif)" to nomPersonnelEd
               move spaces to prenomPersonnelEd
           end-if.
           move debutAff(iAffectation) to heureHHMM.
           perform convertitEnHeure.
           perform formateHeure.
           move heureFormatee to heureDebutEd.
           move finAff(iAffectation) to heureHHMM.
           perform convertitEnHeure.
           perform formateHeure.
           move heureFormatee to heureFinEd.
           move "confirme" to etatPosteEd.
           display LignePostePlanning.
           move LignePostePlanning to EnregListePlanning.
           write EnregListePlanning.

       pourvoitPoste.
      *****************************************
           perform choisitAgent.
           if iPersonnelRetenu = 0
               add 1 to nbPostesNonPourvus
               move libelleRole(iRole) to libelleRoleNonPourvuEd
               display LignePosteNonPourvu
               move LignePosteNonPourvu to EnregListePlanning
               write EnregListePlanning
           else
               perform enregistrePoste
           end-if.

       choisitAgent.
      *****************************************
      *    agent du poste, disponible ce jour de la semaine, libre a
      *    l'heure du service ; le moins charge de la semaine gagne
           move 0 to iPersonnelRetenu.
           move 99999 to minutesRetenu.
           perform varying iPersonnel from 1 by 1
                   until iPersonnel > nbPersonnel
               perform examineCandidat
               if candidatPossible
                       and minutesSemaineTab(iPersonnel) < minutesRetenu
                   move iPersonnel to iPersonnelRetenu
                   move minutesSemaineTab(iPersonnel) to minutesRetenu
               end-if
           end-perform.

       examineCandidat.
      *****************************************
           move "N" to candidatFlag.
           if jourDispoTab(iPersonnel, jourSemaineRep) = "O"
               if rolePersonnelTab(iPersonnel, 1) = roleNorme(iNorme)
                       or rolePersonnelTab(iPersonnel, 2)
                           = roleNorme(iNorme)
                       or rolePersonnelTab(iPersonnel, 3)
                           = roleNorme(iNorme)
                   move "O" to candidatFlag
               end-if
           end-if.
           if candidatPossible
               perform varying iAffectation from 1 by 1
                       until iAffectation > nbAffectations
                           or not candidatPossible
                   perform verifieAffectationCandidat
               end-perform
           end-if.

       verifieAffectationCandidat.
      *****************************************
           if iPersonnelAff(iAffectation) = iPersonnel
                   and dateAff(iAffectation) = dateRepresentation
               if codeSpectAff(iAffectation) = codeSpect
                   move "N" to candidatFlag
               else
                   if etatAff(iAffectation) not = "A"
                           and debutAff(iAffectation)
                               < minutesFinService
                           and minutesDebutService
                               < finAff(iAffectation)
                       move "N" to candidatFlag
                   end-if
               end-if
           end-if.

       enregistrePoste.
      *****************************************
           move iPersonnelRetenu to iPersonnel.
           move dateRepresentation to datePlanning.
           move codeSpect to codeSpectPlanning.
           move roleNorme(iNorme) to rolePlanning.
           move codePersonnelTab(iPersonnel) to codePersonnelPlanning.
           move minutesDebutService to heureHHMM.
           perform convertitEnHeure.
           move heureHHMM to heureDebutPlanning.
           perform formateHeure.
           move heureFormatee to heureDebutEd.
           move minutesFinService to heureHHMM.
           perform convertitEnHeure.
           move heureHHMM to heureFinPlanning.
           perform formateHeure.
           move heureFormatee to heureFinEd.
           compute minutesPrevuesPlanning =
               minutesFinService - minutesDebutService.
           move 0 to minutesEffectueesPlanning.
           move "P" to etatPlanning.
      *    premier rang libre de la representation pour ce poste
           move 0 to rangPlanning.
           move "N" to posteEcritFlag.
           perform ecritLignePlanning
               until posteEcrit or rangPlanning = 99.
           add 1 to nbPostesProposes.
           add minutesPrevuesPlanning to minutesSemaineTab(iPersonnel).
           if nbAffectations < 2000
               add 1 to nbAffectations
               move iPersonnel to iPersonnelAff(nbAffectations)
               move dateRepresentation to dateAff(nbAffectations)
               move codeSpect to codeSpectAff(nbAffectations)
               move roleNorme(iNorme) to roleAff(nbAffectations)
               move minutesDebutService to debutAff(nbAffectations)
               move minutesFinService to finAff(nbAffectations)
               move "P" to etatAff(nbAffectations)
           end-if.
           move libelleRole(iRole) to libelleRoleEd.
           move codePersonnelTab(iPersonnel) to codePersonnelEd.
           move nomPersonnelTab(iPersonnel) to nomPersonnelEd.
           move prenomPersonnelTab(iPersonnel) to prenomPersonnelEd.
           move "propose" to etatPosteEd.
           display LignePostePlanning.
           move LignePostePlanning to EnregListePlanning.
           write EnregListePlanning.

       ecritLignePlanning.
      *****************************************
      *    le rang pris par une confirmation se saute
           add 1 to rangPlanning.
           write EnregPlanning
               invalid key continue
               not invalid key move "O" to posteEcritFlag
           end-write.

       ecritBilanPlanning.
      *****************************************
           move nbRepresentationsPlanifiees
               to nbRepresentationsPlanifieesEd.
           move nbPostesRequis to nbPostesRequisEd.
           move nbPostesConfirmes to nbPostesConfirmesEd.
           move nbPostesProposes to nbPostesProposesEd.
           move nbPostesNonPourvus to nbPostesNonPourvusEd.
           display LigneBilanPlanningReps.
           display LigneBilanPlanningRequis.
           display LigneBilanPlanningConfirmes.
           display LigneBilanPlanningProposes.
           display LigneBilanPlanningNonPourvus.
           move LigneBilanPlanningReps to EnregListePlanning.
           write EnregListePlanning.
           move LigneBilanPlanningRequis to EnregListePlanning.
           write EnregListePlanning.
           move LigneBilanPlanningConfirmes to EnregListePlanning.
           write EnregListePlanning.
           move LigneBilanPlanningProposes to EnregListePlanning.
           write EnregListePlanning.
           move LigneBilanPlanningNonPourvus to EnregListePlanning.
           write EnregListePlanning.

       end program PlanningPersonnel.
