      *-----------------------
       file-control.

          select optional FiVerrou assign using nomFiVerrou
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrou.
         select FiSpectacle assign using nomFiSpectacle
             organization is indexed access mode is dynamic
             record key is codeSpect
                 alternate record key is titre
              relative key is salleIDLu
                  file status is fs-fiSalle.

         SELECT FiMaj assign using nomFiMaj
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS fs-FiMaj.
         SELECT FiErreur assign using nomFiErreur
              ORGANIZATION IS LINE SEQUENTIAL.
         SELECT FiListingTitre assign using nomFiListingTitre
           organization is line sequential.
         SELECT FiListingMensuel assign using nomFiListingMensuel
           organization is line sequential.
         SELECT FiRevenu assign using nomFiRevenu
           organization is line sequential.

         select optional FiParamListing
             file status is fs-fiParamListing.

         select optional FiListeAttente
             assign using nomFiListeAttente
             organization is indexed access mode is dynamic
             record key is seqAttente
                 alternate record key is cleAttente
                 file status is fs-fiAttente.

         select optional FiClient
             assign using nomFiClient
             organization is indexed access mode is dynamic
             record key is codeClientMaster
                 file status is fs-fiClient.

         select optional FiResaClient
             assign using nomFiResaClient
             organization is indexed access mode is dynamic
             record key is seqResaClient
                 alternate record key is codeClientRef
                 file status is fs-fiResaClient.

           select optional FiSieges
               assign using nomFiSieges
               organization is indexed access mode is dynamic
               record key is cleSiege
                   file status is fs-fiSieges.

           select optional FiOptions
               assign using nomFiOptions
               organization is indexed access mode is dynamic
               record key is seqOption
                   alternate record key is cleOption
                                         with duplicates
                   file status is fs-fiOptions.

           select optional debug assign using nomFiDebug
               organization is line sequential.

           select optional FiCheckpoint
               assign using nomFiCheckpoint
               organization is relative
               access mode is random
               relative key is checkpointIDLu
                   file status is fs-fiCheckpoint.

           select FiReservationsDetail
               assign using nomFiReservationsDetail
               organization is line sequential
               file status is fs-fiReservationsDetail.

           select FiAudit
               assign using nomFiAudit
               organization is line sequential
               file status is fs-fiAudit.

           select optional FiCreances
               assign using nomFiCreances
               organization is line sequential
               file status is fs-fiCreances.

           select optional FiRemboursements
               assign using nomFiRemboursements
               organization is line sequential
               file status is fs-fiRemboursements.

               organization is line sequential
               file status is fs-fiTarifs.

           select optional FiZonesTarif
               assign "../Fichiers/zonesTarif.seq"
               organization is line sequential
               file status is fs-fiZonesTarif.

           select optional FiPlanSalle
               assign "../Fichiers/PLANSALLE.IND"
               organization is indexed access mode is dynamic
               record key is clePlanSiege
                   file status is fs-fiPlanSalle.

           select optional FiNotifications
               assign using nomFiNotifications
               organization is line sequential
               file status is fs-fiNotifications.

               file status is fs-fiParamTraitement.

           select optional FiResume
               assign using nomFiResume
               organization is indexed access mode is dynamic
               record key is cleResume
                   file status is fs-fiResume.
                   file status is fs-fiProductions.

           select optional FiAvoirs
               assign using nomFiAvoirs
               organization is indexed access mode is dynamic
               record key is numeroAvoir
                   file status is fs-fiAvoirs.

           select optional FiGroupes
               assign using nomFiGroupes
               organization is indexed access mode is dynamic
               record key is numeroContratGroupe
                   file status is fs-fiGroupes.
               file status is fs-fiClientsPrioritaires.

           select optional FiControles
               assign using nomFiControles
               organization is line sequential
               file status is fs-fiControles.

           select optional FiHoraires
               assign using nomFiHoraires
               organization is indexed access mode is dynamic
               record key is cleHoraire
                   file status is fs-fiHoraires.

           select optional FiConfigSalles
               assign "../Fichiers/CONFIGSALLES.IND"
               organization is indexed access mode is dynamic
               record key is cleConfigSalle
                   file status is fs-fiConfigSalles.

           select optional FiConfigRepresentations
               assign using nomFiConfigRepresentations
               organization is indexed access mode is dynamic
               record key is codeSpectConfigRep
                   file status is fs-fiConfigRepresentations.

           select optional FiSiegesHorsService
               assign "../Fichiers/siegesHorsService.seq"
               organization is line sequential
               file status is fs-fiSiegesHorsService.

           select optional FiSurreservation
               assign "../Fichiers/surreservation.seq"
               organization is line sequential
               file status is fs-fiSurreservation.

           select optional FiNoShow
               assign "../Fichiers/noShowClients.seq"
               organization is line sequential
               file status is fs-fiNoShow.

           select optional FiCarnets
               assign using nomFiCarnets
               organization is indexed access mode is dynamic
               record key is numeroCarnet
                   file status is fs-fiCarnets.

           select optional FiPoints
               assign using nomFiPoints
               organization is indexed access mode is dynamic
               record key is codeClientPoints
                   file status is fs-fiPoints.

           select optional FiMouvementsPoints
               assign using nomFiMouvementsPoints
               organization is line sequential
               file status is fs-fiMouvementsPoints.

           select optional FiParamFidelite
               assign "../Fichiers/paramFidelite.seq"
               organization is line sequential
               file status is fs-fiParamFidelite.

           select optional FiPlafondClient
               assign "../Fichiers/plafondClient.seq"
               organization is line sequential
               assign "../Fichiers/clientsExemptes.seq"
               organization is line sequential
               file status is fs-fiClientsExemptes.

           select optional FiReventes
               assign using nomFiReventes
               organization is indexed access mode is dynamic
               record key is seqRevente
                   alternate record key is cleRevente
                                         with duplicates
                   file status is fs-fiReventes.

           select optional FiParamRevente
               assign "../Fichiers/paramRevente.seq"
               organization is line sequential
               file status is fs-fiParamRevente.

           select optional FiAgences
               assign "../Fichiers/agences.seq"
               organization is line sequential
               file status is fs-fiAgences.

           select optional FiContingents
               assign using nomFiContingents
               organization is indexed access mode is dynamic
               record key is cleContingent
                   file status is fs-fiContingents.

           select optional FiVentesAgences
               assign using nomFiVentesAgences
               organization is line sequential
               file status is fs-fiVentesAgences.

           select optional FiMandats
               assign "../Fichiers/MANDATS.IND"
               organization is indexed access mode is dynamic
               record key is codeClientMandat
                   file status is fs-fiMandats.

           select optional FiConsentements
               assign "../Fichiers/CONSENTEMENTS.IND"
               organization is indexed access mode is dynamic
               record key is cleConsentement
                   file status is fs-fiConsentements.

           select optional FiCorrespondances
               assign using nomFiCorrespondances
               organization is line sequential
               file status is fs-fiCorrespondances.

           select optional FiEcheanciersAbo
               assign using nomFiEcheanciersAbo
               organization is indexed access mode is dynamic
               record key is numeroEcheancierAbo
                   file status is fs-fiEcheanciersAbo.

           select optional FiForfaits
               assign "../Fichiers/forfaits.seq"
               organization is line sequential
               file status is fs-fiForfaits.

           select optional FiForfaitsVendus
               assign using nomFiForfaitsVendus
               organization is indexed access mode is dynamic
               record key is numeroForfaitVendu
                   alternate record key is codeClientForfaitVendu
                                         with duplicates
                   file status is fs-fiForfaitsVendus.

           select FiSeries
               assign using nomFiSeries
               organization is line sequential
               file status is fs-fiSeries.

           select optional FiClotures
               assign "../Fichiers/clotureCreances.seq"
               organization is line sequential
               file status is fs-fiClotures.

           select optional FiDemandeSimulation
               assign "../Fichiers/demandeSimulation.seq"
               organization is line sequential
               file status is fs-fiDemandeSimulation.

           select FiSimulation
               assign "../Fichiers/simulationResultats.seq"
               organization is line sequential
               file status is fs-fiSimulation.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           02 codeErreur                   pic x(2).
           02 descriptionErreur            pic x(42).
           02 libelleCategErreur           pic x(12).
           02 ligneErreur                  pic x(81).
       FD FiSeries.
      *    compte rendu des series : une ligne par date de la periode
      *    tombant un jour joue, creee (avec son code spectacle) ou
      *    sautee avec le motif -- relache, salle fermee, doublon,
      *    chevauchement d'horaire
       01 EnregSerie.
           02 codeGenreSerieRapport        pic x(5).
           02 titreSerieRapport            pic x(30).
           02 dateSerieRapport             pic 9(8).
           02 heureSerieRapport            pic 9(4).
           02 numSalleSerieRapport         pic 99.
           02 statutSerieRapport           pic x(6).
           02 codeSpectSerieRapport        pic x(7).
           02 motifSerieRapport            pic x(42).
       FD FiListingTitre.
       01 EnreglistingTitre                pic x(100).
       FD FiListingMensuel.
       01 EnregClient.
           02 codeClientMaster             pic x(6).
           02 nomClientMaster              pic x(20).
           02 adresseClientMaster.
               03 rueClientMaster          pic x(38).
               03 codePostalClientMaster   pic x(5).
               03 communeClientMaster      pic x(30).
               03 paysClientMaster         pic x(2).
           02 telephoneClientMaster        pic x(12).
           02 emailClientMaster            pic x(40).
           02 etatClientMaster             pic x.
               88 clientActif          value "A".
               88 clientInactif        value "I".
           02 incidentPaiementClient       pic x.
               88 clientEnIncident     value "O".
           02 emailInvalideClient          pic x.
               88 emailInvalide        value "O".
       FD FiResaClient.
      *    cle de substitution sur codeClientRef -- un START sur
      *    cette cle alternative suivi de READ NEXT ramene en un seul
      *    siege vendu ; le numero de siege porte la categorie en
      *    milliers (1001.. Orchestre, 2001.. Balcon, 3001.. Loge) si
      *    bien que le nombre de sieges d'une categorie reste egal au
      *    compteur nbReservations correspondant ; un siege dont le
      *    rang depasse la capacite physique vendable est vendu en
      *    surreservation et marque 'E' : sa place est attribuee a
      *    l'entree, sur les no-shows constates
       01 EnregSiege.
           02 cleSiege.
               03 codeSpectSiege           pic x(7).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
               88 siegeAttribueEntree  value "E".
       FD FiOptions.
      *    options de groupe : des places gelees sur une
      *    representation jusqu'a une date d'expiration ; la capacite
      *    des annulations partielles ('A', places en moins pour le
      *    client porte) et des representations annulees en bloc
      *    ('B') : les editions font le net au lieu de lister des
      *    detenteurs qui n'ont plus leurs places ; canalVenteDetail
      *    garde l'origine de la vente (guichet, web, back-office,
      *    abonnement, groupe, relogement ou echange, agence,
      *    forfait) pour le rapport de repartition par canal
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 dateRepresentationDetail     pic 9(8).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
               88 canalDetailGuichet   value "G".
               88 canalDetailWeb       value "W".
               88 canalDetailBackOffice value "B".
               88 canalDetailAbonnement value "S".
               88 canalDetailGroupe    value "K".
               88 canalDetailEchange   value "E".
               88 canalDetailAgence    value "A".
               88 canalDetailForfait   value "F".
       FD FiAudit.
       01 EnregAudit.
           02 codeSpectAudit               pic x(7).
       FD FiCreances.
      *    grand livre des creances clients : un mouvement 'F' par
      *    reservation appliquee (valorisee au prix de la categorie),
      *    un mouvement 'P' par paiement recu, un mouvement 'I' par
      *    reglement rejete (cheque impaye, paiement carte conteste)
      *    qui rouvre le montant ; le solde d'un client est la somme
      *    des 'F' et des 'I' moins la somme des 'P'. Apres une
      *    cloture mensuelle, les mouvements des periodes closes sont
      *    remplaces par des reports a nouveau 'R' qui se lisent
      *    comme leur sens d'origine
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
           02 sensCreance                  pic x.
               88 creanceFacturation   value "F".
               88 creancePaiement      value "P".
               88 creanceRejetPaiement value "I".
               88 creanceReportee      value "R".
           02 codeSpectCreance             pic x(7).
           02 dateRepresentationCreance    pic 9(8).
           02 montantCreance               pic 9(5)v99.
           02 dateMouvementCreance         pic 9(8).
           02 modeReglementCreance         pic x.
           02 canalVenteCreance            pic x.
      *    date du reglement 'P' rejete, sur un mouvement 'I'
           02 dateReglementRejeteCreance   pic 9(8).
      *    sens d'origine du cumul, sur un report a nouveau 'R'
           02 sensReporteCreance           pic x.
       FD FiRemboursements.
      *    flux de remboursements a destination de la comptabilite
      *    fournisseurs : une ligne par annulation valorisee, avec le
           02 dateDebutIndispoLu           pic 9(8).
           02 dateFinIndispoLu             pic 9(8).
           02 motifIndispoLu               pic x(30).
       FD FiClotures.
      *    clotures mensuelles du grand livre des creances
       01 EnregCloture.
           02 periodeCloture               pic 9(6).
           02 dateFinPeriodeCloture        pic 9(8).
           02 dateExecutionCloture         pic 9(8).
           02 nbMouvementsArchivesCloture  pic 9(7).
           02 nbReportsCloture             pic 9(7).
           02 totalDebitCloture            pic 9(9)v99.
           02 totalCreditCloture           pic 9(9)v99.
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 codeSpectNotification        pic x(7).
           02 titreNotification            pic x(30).
           02 dateRepresentationNotification pic 9(8).
           02 adresseClientNotification.
               03 rueClientNotification    pic x(38).
               03 codePostalClientNotification pic x(5).
               03 communeClientNotification pic x(30).
               03 paysClientNotification   pic x(2).
           02 emailClientNotification      pic x(40).
       FD FiTarifs.
      *    table des tarifs a date d'effet : la cible est un
           02 codePromoTarifLu             pic x(5).
           02 tabPrixTarifLu.
               03 prixTarifLu              pic 9(3)v99 OCCURS 3.
       FD FiZonesTarif.
      *    supplement ou remise de zone a date d'effet, par
      *    categorie : le signe "+" majore, "-" minore le prix
      *    resolu de la categorie pour les sieges de la zone ; une
      *    zone sans ligne en vigueur garde le prix de la categorie
       01 EnregZoneTarif.
           02 codeZoneLu                   pic x.
           02 dateDebutZoneLu              pic 9(8).
           02 dateFinZoneLu                pic 9(8).
           02 tabAjustementsZoneLu.
               03 ajustementZoneLu OCCURS 3.
                   04 sensZoneLu           pic x.
                   04 montantZoneLu        pic 9(3)v99.
       FD FiPlanSalle.
      *    plan de salle physique charge par ChargementPlanSalle ;
      *    la zone tarifaire du siege (P premium, S standard, R
      *    visibilite reduite) valorise les sieges attribues
       01 EnregPlanSiege.
           02 clePlanSiege.
               03 numSallePlan             pic 9(2).
               03 codeConfigPlan           pic x(4).
               03 numeroSiegePlan          pic 9(4).
           02 rangeePlan                   pic x(2).
           02 siegeDansRangPlan            pic 9(3).
           02 couloirPlan                  pic x.
           02 visibilitePlan               pic x.
           02 accessiblePlan               pic x.
           02 zonePlan                     pic x.
       FD FiProductions.
       01 EnregProduction.
           02 cleProduction.
           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiAvoirs.
      *    avoirs clients : emis a la place d'un remboursement en
      *    especes quand le client l'accepte (mode "A" sur la
               03 codeSpectHoraire         pic x(7).
               03 dateHoraire              pic 9(8).
           02 heureRepresentationHoraire   pic 9(4).
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
      *    configuration de salle de chaque representation, en
      *    satellite comme l'horaire ; une representation sans ligne
      *    (programmee avant les configurations) garde les capacites
      *    de SALLE.REL
       01 EnregConfigRepresentation.
           02 codeSpectConfigRep           pic x(7).
           02 codeConfigRep                pic x(4).
       FD FiSiegesHorsService.
      *    registre des sieges hors service : un siege casse ou
      *    masque par la technique sort de la capacite vendable de
           02 dateDebutHSLu                pic 9(8).
           02 dateFinHSLu                  pic 9(8).
           02 motifHSLu                    pic x(30).
       FD FiSurreservation.
      *    surreservation autorisee par genre : pourcentage maximal
      *    de places vendues au-dela de la capacite physique, par
      *    categorie, plafonne par le taux de no-show observe sur
      *    les nbRepresentationsRef dernieres representations du
      *    genre pointees au controle d'acces (10 a defaut)
       01 EnregSurreservationLu.
           02 codeGenreSurresLu            pic x(5).
           02 tauxMaxSurresLu              pic 9(2) OCCURS 3.
           02 nbRepresentationsRefLu       pic 9(2).
       FD FiNoShow.
       01 EnregNoShow.
           02 codeClientNoShow             pic x(6).
           02 codeSpectNoShow              pic x(7).
           02 dateRepresentationNoShow     pic 9(8).
           02 nbSiegesDetenusNoShow        pic 9(3).
           02 nbSiegesPointesNoShow        pic 9(3).
           02 nbNoShows                    pic 9(3).
       FD FiCarnets.
      *    carnets d'admissions prepayes : vendus au guichet, un
      *    solde d'admissions se consomme reservation par
               88 carnetEnCours        value "E".
               88 carnetSolde          value "S".
               88 carnetExpire         value "X".
       FD FiPoints.
      *    comptes de points de fidelite : credites chaque nuit par
      *    AcquisitionPoints sur les facturations du grand livre,
      *    tires ici comme moyen de paiement (mode "F") ; le tirage
      *    laisse un mouvement 'U' au journal des points et un
      *    reglement 'P' au grand livre des creances
       01 EnregPoints.
           02 codeClientPoints             pic x(6).
           02 soldePoints                  pic 9(7).
           02 cumulPointsAcquis            pic 9(9).
           02 cumulPointsUtilises          pic 9(9).
           02 cumulPointsExpires           pic 9(9).
           02 dateDernierMouvementPoints   pic 9(8).
       FD FiMouvementsPoints.
       01 EnregMouvementPoints.
           02 codeClientMvtPoints          pic x(6).
           02 typeMvtPoints                pic x.
           02 sensMvtPoints                pic x.
           02 nbPointsMvt                  pic 9(7).
           02 valeurMvtPoints              pic 9(7)v99.
           02 codeSpectMvtPoints           pic x(7).
           02 dateRepresentationMvtPoints  pic 9(8).
           02 dateMvtPoints                pic 9(8).
           02 codeOperateurMvtPoints       pic x(4).
       FD FiParamFidelite.
       01 EnregParamFidelite.
           02 pointsParEuroParam           pic 9(2).
           02 valeurPointParam             pic 9v9(4).
           02 moisValiditeParam            pic 9(2).
       FD FiPlafondClient.
      *    plafond de places par client et par representation,
      *    toutes categories confondues : barrage aux achats en bloc
      *    d'entreprise, tour-operateurs) exemptes du plafond
       01 EnregClientExempteLu.
           02 codeClientExempteLu          pic x(6).
       FD FiReventes.
      *    places remises en revente par leur detenteur sur une
      *    categorie complete : le detenteur reste proprietaire de
      *    ses sieges tant qu'un autre acheteur (liste d'attente,
      *    reservation, guichet) ne les a pas repris ; seules les
      *    places effectivement revendues lui sont remboursees,
      *    diminuees des frais de revente, et celles qui ne le sont
      *    pas au lever de rideau lui restent
       01 EnregRevente.
           02 seqRevente                   pic 9(5).
           02 cleRevente.
               03 codeSpectRevente         pic x(7).
               03 categRevente             pic 9.
           02 dateRepresentationRevente    pic 9(8).
           02 codeClientRevente            pic x(6).
           02 nbPlacesDeposees             pic 99.
           02 nbPlacesRevendues            pic 99.
           02 nbPlacesRegleesRevente       pic 99.
           02 dateDepotRevente             pic 9(8).
           02 modeRemboursementRevente     pic x.
               88 reventeRembourseeEnAvoir value "A".
           02 etatRevente                  pic x.
               88 reventeEnCours       value "D".
               88 reventeSoldee        value "R".
               88 reventeNonRevendue   value "N".
           02 montantRembourseRevente      pic 9(7)v99.
           02 dateMouvementRevente         pic 9(8).
       FD FiParamRevente.
      *    frais retenus sur le remboursement d'une place revendue,
      *    en pourcentage du prix de la categorie ; sans fichier,
      *    10 %
       01 EnregParamRevente.
           02 tauxFraisReventeParam        pic 99.
       FD FiAgences.
      *    referentiel des agences exterieures (reseaux de
      *    billetterie, offices de tourisme) : code client sous
      *    lequel leurs ventes sont facturees, commission en
      *    pourcentage du brut et delai de retour du contingent
      *    invendu, en jours avant la representation
       01 EnregAgenceLu.
           02 codeAgenceLu                 pic x(4).
           02 nomAgenceLu                  pic x(20).
           02 codeClientAgenceLu           pic x(6).
           02 tauxCommissionAgenceLu       pic 99v99.
           02 delaiRetourAgenceLu          pic 99.
       FD FiContingents.
      *    contingent confie a une agence sur une representation et
      *    une categorie : les places sont bloquees hors vente comme
      *    une allocation (nbAllocations) jusqu'a ce que l'agence les
      *    vende ou que le delai de retour les rende a la vente
      *    publique
       01 EnregContingent.
           02 cleContingent.
               03 codeAgenceContingent     pic x(4).
               03 codeSpectContingent      pic x(7).
               03 categContingent          pic 9.
           02 dateRepresentationContingent pic 9(8).
           02 nbPlacesContingent           pic 9(3).
           02 nbPlacesVenduesContingent    pic 9(3).
           02 nbPlacesRenduesContingent    pic 9(3).
           02 montantVenduContingent       pic 9(7)v99.
           02 dateRetourContingent         pic 9(8).
           02 etatContingent               pic x.
               88 contingentOuvert     value "O".
               88 contingentRendu      value "R".
       FD FiVentesAgences.
      *    journal des ventes d'agences appliquees, base du releve
      *    mensuel de reglement de chaque agence
       01 EnregVenteAgence.
           02 codeAgenceJournal            pic x(4).
           02 codeSpectJournal             pic x(7).
           02 dateRepresentationJournal    pic 9(8).
           02 categJournal                 pic 9.
           02 nbPlacesJournal              pic 99.
           02 montantJournal               pic 9(7)v99.
           02 dateVenteJournal             pic 9(8).
           02 referenceJournal             pic x(10).
       FD FiMandats.
      *    mandats de prelevement signes par les clients, un par
      *    client : tenus par la mise a jour des clients, lus ici
      *    pour autoriser le paiement echelonne d'un abonnement
       01 EnregMandat.
           02 codeClientMandat             pic x(6).
           02 referenceMandat              pic x(35).
           02 ibanMandat                   pic x(34).
           02 bicMandat                    pic x(11).
           02 dateSignatureMandat          pic 9(8).
           02 etatMandat                   pic x.
               88 mandatActif          value "A".
               88 mandatRevoque        value "R".
           02 dateRevocationMandat         pic 9(8).
           02 dateDernierPrelevement       pic 9(8).
       FD FiConsentements.
      *    consentement du client par canal (courrier, courriel,
      *    SMS) et par nature d'envoi (service ou marketing), tenu
      *    par la mise a jour des clients : sans fiche, un envoi de
      *    service est permis et un envoi marketing ne l'est pas
       01 EnregConsentement.
           02 cleConsentement.
               03 codeClientConsent        pic x(6).
               03 canalConsent             pic x.
               03 natureConsent            pic x.
           02 accordConsent                pic x.
               88 consentementDonne    value "O".
               88 consentementRefuse   value "N".
           02 dateConsent                  pic 9(8).
           02 origineConsent               pic x(10).
       FD FiCorrespondances.
      *    registre des correspondances sortantes : une ligne par
      *    envoi extrait pour un client, avec son type, son canal
      *    ('P' courrier, 'E' courriel, 'S' SMS), sa nature ('S'
      *    service, 'M' marketing), la date et le programme emetteur
       01 EnregCorrespondance.
           02 dateCorrespondance           pic 9(8).
           02 codeClientCorresp            pic x(6).
           02 typeCorrespondance           pic x(8).
           02 canalCorrespondance          pic x.
           02 natureCorrespondance         pic x.
           02 programmeCorrespondance      pic x(20).
           02 referenceCorrespondance      pic x(20).
       FD FiEcheanciersAbo.
      *    echeancier d'un abonnement paye en mensualites prelevees :
      *    l'abonnement est facture en entier a la souscription, les
      *    echeances ne portent que les dates et montants preleves
       01 EnregEcheancierAbo.
           02 numeroEcheancierAbo          pic 9(6).
           02 codeClientEcheancier         pic x(6).
           02 codeGenreEcheancier          pic x(5).
           02 categEcheancier              pic 9.
           02 dateSouscriptionEcheancier   pic 9(8).
           02 montantTotalEcheancier       pic 9(7)v99.
           02 nbEcheancesEcheancier        pic 9.
           02 tabEcheancesAbo.
               03 detailEcheanceAbo OCCURS 9.
                   04 dateEcheanceAbo      pic 9(8).
                   04 montantEcheanceAbo   pic 9(7)v99.
           02 etatEcheancier               pic x.
               88 echeancierActif      value "A".
       FD FiForfaits.
      *    definition des forfaits multi-productions : nombre de
      *    spectacles a choisir, prix global, categorie des places,
      *    periode de validite (vente et representations) et taux
      *    rembourse sur une annulation a la demande du client ; les
      *    productions eligibles sont citees par genre ("G") ou par
      *    genre et titre ("P"), toutes le sont si la liste est vide
       01 EnregForfaitLu.
           02 codeForfaitLu                pic x(6).
           02 libelleForfaitLu             pic x(30).
           02 nbSpectaclesForfaitLu        pic 9.
           02 prixForfaitLu                pic 9(5)v99.
           02 categForfaitLu               pic 9.
           02 dateDebutForfaitLu           pic 9(8).
           02 dateFinForfaitLu             pic 9(8).
           02 tauxRemboursForfaitLu        pic 9(3).
           02 eligibleForfaitLu OCCURS 6.
               03 typeEligibleLu           pic x.
               03 codeGenreEligibleLu      pic x(5).
               03 titreEligibleLu          pic x(30).
       FD FiForfaitsVendus.
      *    registre des forfaits vendus : une part par
      *    representation choisie, valorisee a sa quote-part du prix
      *    du forfait ; une part annulee passe a l'etat "A" et ne
      *    se rembourse plus
       01 EnregForfaitVendu.
           02 numeroForfaitVendu           pic 9(6).
           02 codeClientForfaitVendu       pic x(6).
           02 codeForfaitVendu             pic x(6).
           02 dateVenteForfait             pic 9(8).
           02 categForfaitVendu            pic 9.
           02 prixForfaitVendu             pic 9(5)v99.
           02 tauxRemboursForfaitVendu     pic 9(3).
           02 nbPartsForfaitVendu          pic 9.
           02 partForfaitVendu OCCURS 6.
               03 codeSpectPartForfait     pic x(7).
               03 montantPartForfait       pic 9(5)v99.
               03 etatPartForfait          pic x.
                   88 partForfaitActive  value "V".
       FD FiControles.
      *    totaux de controle du jeu de fichiers indexes : un
      *    enregistrement par fichier avec son nombre
       FD FiMaj.
       01 EnregMAJ.
           02 codeMaj                      pic x.
      *    transactions susceptibles d'ecrire au grand livre
               88 majEcritureCreance   values "R" "A" "B" "P" "S"
                                              "C" "E" "K" "T" "D"
                                              "V" "I" "O".
           02 informationsAction           pic x(75).
           02 REDEFINES informationsAction.
               03 codeGenreNouv            pic x(5).
               03 montantPaiement          pic 9(5)v99.
               03 modePaiement             pic x.
                   88 paiementParAvoir      value "A".
                   88 paiementParPoints     value "F".
               03 numeroAvoirPaiement      pic 9(6).
           02 REDEFINES informationsAction.
               03 codeClientAbo            pic x(6).
               03 codeGenreAbo             pic x(5).
               03 categAbo                 pic 9.
               03 dateDebutAbo             pic 9(8).
               03 nbEcheancesAbo           pic 9.
           02 REDEFINES informationsAction.
               03 codeSpectHold            pic x(7).
               03 categHold                pic 9.
               03 codeSpectModif           pic x(7).
               03 dateRepresentationModif  pic 9(8).
               03 numSalleModif            pic 99.
               03 codeConfigModif          pic x(4).
           02 REDEFINES informationsAction.
               03 codeSpectAlloc           pic x(7).
               03 categAlloc               pic 9.
               03 codeClientCedant         pic x(6).
               03 codeClientBeneficiaire   pic x(6).
               03 nomClientBeneficiaire    pic x(20).
           02 REDEFINES informationsAction.
               03 codeSpectDepot           pic x(7).
               03 categDepot               pic 9.
               03 nbPlacesDepot            pic 99.
               03 codeClientDepot          pic x(6).
               03 dateDepot                pic 9(8).
               03 modeRemboursementDepot   pic x.
           02 REDEFINES informationsAction.
               03 codeSpectQuota           pic x(7).
               03 categQuota               pic 9.
               03 nbPlacesQuota            pic 9(3).
               03 codeAgenceQuota          pic x(4).
           02 REDEFINES informationsAction.
               03 codeSpectVenteAgence     pic x(7).
               03 categVenteAgence         pic 9.
               03 nbPlacesVenteAgence      pic 99.
               03 codeAgenceVente          pic x(4).
               03 dateVenteAgence          pic 9(8).
               03 referenceVenteAgence     pic x(10).
           02 REDEFINES informationsAction.
               03 codeClientRejet          pic x(6).
               03 codeSpectRejet           pic x(7).
               03 dateRepresentationRejet  pic 9(8).
               03 montantRejet             pic 9(5)v99.
               03 dateReglementRejet       pic 9(8).
               03 modeReglementRejet       pic x.
               03 motifRejet               pic x.
      *    forfait multi-productions : le client choisit ses
      *    representations, une par production, en codeSpect
           02 REDEFINES informationsAction.
               03 codeForfaitResa          pic x(6).
               03 codeClientForfait        pic x(6).
               03 nomClientForfait         pic x(20).
               03 nbSpectaclesForfait      pic 9.
               03 codeSpectChoisiForfait   pic x(7) OCCURS 6.
      *    serie de representations : genre et titre aux places de
      *    l'ajout, puis la salle, la periode, les jours joues du
      *    lundi au dimanche ("O" joue), l'heure de lever de rideau
      *    et la configuration ; les jours de relache suivent sur des
      *    lignes au code genre de la serie
           02 REDEFINES informationsAction.
               03 codeGenreSerie           pic x(5).
               03 titreSerie               pic x(30).
               03 numSalleSerie            pic 99.
               03 dateDebutSerie           pic 9(8).
               03 dateFinSerie             pic 9(8).
               03 joursSerie               pic x(7).
               03 REDEFINES joursSerie.
                   04 jourJoueSerie        pic x OCCURS 7.
               03 heureSerie               pic 9(4).
               03 codeConfigSerie          pic x(4).
      *    canal d'origine porte par la transaction : "W" pour une
      *    commande du site, "G" pour une saisie du guichet, "A"
      *    pour une vente d'agence ; a blanc le canal se deduit du
      *    code de transaction
           02 canalMaj                     pic x.
      *    operateur qui a saisi la transaction (guichet, ecran de
      *    saisie du back-office) ; a blanc pour les flux automatiques
           02 codeOperateurMaj             pic x(4).
       01 EnregDateRepresentation.
           02 codeGenreNouveau             pic x(5).
           02 dateRepresentationNouveau    pic 9(8).
           02 numSalleNouveau              pic 99.
           02 heureRepresentationNouveau   pic 9(4).
           02 codeConfigNouveau            pic x(4).
       01 EnregRelacheSerie.
           02 codeGenreRelache             pic x(5).
           02 dateRelache                  pic 9(8).
       FD FiVerrou.
       01 EnregVerrou.
           02 etatVerrou                   pic x.
           02 dateDebutVerrou              pic 9(8).
           02 heureDebutVerrou             pic 9(8).
           02 resultatVerrou               pic x(10).
       FD FiDemandeSimulation.
      *    deposee par SimulationMaj juste avant le lancement, et
      *    consommee a la lecture : elle ne vaut que pour le jour
      *    de son depot
       01 EnregDemandeSimulation.
           02 dateDemandeSimulation        pic 9(8).
           02 heureDemandeSimulation       pic 9(8).
       FD FiSimulation.
       01 EnregSimulation                  pic x(120).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 fs-fiVerrou                      pic x(2).
       77 capaciteAncienneSalle            pic 9(5).
       77 dateModifStage                   pic 9(8).
       77 salleModifStage                  pic 9(2).
       77 configModifStage                 pic x(4).
       77 codeSpectModifStage              pic x(7).
       77 configAvantModification          pic x(4).
       77 capaciteCibleSuffisanteFlag      pic x value "O".
           88 capaciteCibleSuffisante  VALUE "O".
           88 capaciteCibleInsuffisante VALUE "N".
           02                              pic x VALUE "/".
           02 hashTrouveEd                 pic zzzzzzzzzzzzzz9.
       77 fs-fiHoraires                    pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 configSalleFlag                  pic x value "O".
           88 configSalleConnue     value "O".
           88 configSalleInconnue   value "N".
       77 heureRepCourante                 pic 9(4).
       77 heureExistanteRep                pic 9(4).
       77 minutesDebutNouvelle             pic s9(5).
       01 tabClientsExemptes.
           02 codeClientExempte            pic x(6) OCCURS 200.
       77 nbTransfertsAppliques            pic 9(5).
       77 canalVenteCourant                pic x value "B".
       77 fs-fiCarnets                     pic x(2).
       77 fs-fiSiegesHorsService           pic x(2).
           88 finFiSiegesHorsService VALUE "10".
               03 numeroSiegeHS            pic 9(4).
               03 dateDebutHS              pic 9(8).
               03 dateFinHS                pic 9(8).
       77 fs-fiSurreservation              pic x(2).
           88 finFiSurreservation  VALUE "10".
       77 fs-fiNoShow                      pic x(2).
           88 finFiNoShow          VALUE "10".
       77 nbGenresSurres                   pic 9(2) value 0.
       77 iGenreSurres                     pic 9(2).
       77 iRepSurres                       pic 9(2).
       77 tauxSurresRetenu                 pic 9(3).
       77 placesSurreservation             pic 9(4).
       77 capacitePhysique                 pic s9(4).
       77 capacitePhysiqueSieges           pic s9(4).
       77 categVendableSauvee              pic 9.
       77 capaciteVendableSauvee           pic s9(4).
       77 surreservationSiegeAttendue      pic x.
      *    par genre : plafond de surreservation par categorie et
      *    fenetre glissante des dernieres representations pointees
       01 tabSurreservation.
           02 detailSurreservation OCCURS 20.
               03 codeGenreSurres          pic x(5).
               03 tauxMaxSurres            pic 9(2) OCCURS 3.
               03 nbRepresentationsRef     pic 9(2).
               03 iRepCourante             pic 9(2).
               03 tauxNoShowSurres         pic 9(3).
               03 detailRepSurres OCCURS 20.
                   04 codeSpectRepSurres   pic x(7).
                   04 dateRepSurres        pic 9(8).
                   04 detenusRepSurres     pic 9(5).
                   04 noShowsRepSurres     pic 9(5).
       77 totalDetenusSurres               pic 9(7).
       77 totalNoShowsSurres               pic 9(7).
       77 nbCarnetsRegles                  pic 9(5).
       77 fs-fiPoints                      pic x(2).
       77 fs-fiMouvementsPoints            pic x(2).
       77 fs-fiParamFidelite               pic x(2).
       77 valeurPoint                      pic 9v9(4) value 0.02.
       77 pointsNecessaires                pic 9(7).
       77 restePointsDivision              pic 9v9(4).
       77 nbPointsRegles                   pic 9(5).
       77 codeClientCedantSauve            pic x(6).
       77 codeClientBenefSauve             pic x(6).
       77 nomClientBenefSauve              pic x(20).
           88 plafondDepasse        VALUE "O".
           88 plafondRespecte       VALUE "N".
       77 placesDemandeesPlafond           pic 9(4).
       77 fs-fiReventes                    pic x(2).
           88 finErreurFiReventes   VALUES "10" THRU "99".
       77 fs-fiParamRevente                pic x(2).
       77 tauxFraisRevente                 pic 99 value 10.
       77 seqReventeSuivant                pic 9(5).
       77 cleReventeCible                  pic x(8).
       77 categRevendue                    pic 9.
       77 placesEnRevente                  pic 9(4).
       77 placesARevendre                  pic 9(4).
       77 resteARevendre                   pic 9(4).
       77 placesPriseRevente               pic 9(4).
       77 placesCedeesRevente              pic 9(4).
       77 placesDetenuesCedant             pic 9(4).
       77 codeClientAcheteur               pic x(6).
       77 nomClientAcheteur                pic x(20).
       77 codeClientAvoirCourant           pic x(6).
       77 nbReventesDeposees               pic 9(5).
       77 nbPlacesRevenduesJour            pic 9(5).
       77 nbReventesReglees                pic 9(5).
       77 nbReventesCloses                 pic 9(5).
       77 fs-fiAgences                     pic x(2).
           88 finFiAgences          VALUE "10".
       77 fs-fiContingents                 pic x(2).
           88 finErreurFiContingents VALUES "10" THRU "99".
       77 fs-fiVentesAgences               pic x(2).
       77 nbAgences                        pic 9(3) value 0.
       77 iAgence                          pic 9(3).
       77 codeAgenceCherchee               pic x(4).
       77 quantiemeRetourContingent        pic 9(7).
       77 placesRendues                    pic 9(3).
       77 nbContingentsPoses               pic 9(5).
       77 nbVentesAgences                  pic 9(5).
       77 nbPlacesVenduesAgences           pic 9(5).
       77 nbContingentsRendus              pic 9(5).
       77 nbRejetsPaiement                 pic 9(5).
       77 nbReglementsOrigine              pic 9(3).
       77 nbRejetsAnterieurs               pic 9(3).
       77 codeClientIncident               pic x(6).
       77 incidentClientFlag               pic x.
           88 incidentClientConstate VALUE "O".
       77 nbPlacesRenduesContingents       pic 9(5).
       77 fs-fiMandats                     pic x(2).
       77 fs-fiEcheanciersAbo              pic x(2).
       77 fs-fiConsentements               pic x(2).
       77 fs-fiCorrespondances             pic x(2).
       77 courrielPermisFlag               pic x.
           88 courrielPermis        VALUE "O".
       77 courrierPermisFlag               pic x.
           88 courrierPermis        VALUE "O".
       77 nbNotificationsSansCanal         pic 9(5) value 0.
       77 numeroEcheancierAboSuivant       pic 9(6).
       77 montantTotalAbonnement           pic 9(7)v99.
       77 montantEcheanceAboBase           pic 9(7)v99.
       77 iEcheanceAbo                     pic 99.
       77 nbEcheanciersAbo                 pic 9(5).
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 dateEcritureCreance              pic 9(8).
       77 periodeEcritureFlag              pic x value "O".
           88 periodeEcritureOuverte VALUE "O".
       77 montantReportePaye               pic 9(7)v99.
       77 montantReporteRejete             pic 9(7)v99.
       01 dateEcheanceAboCourante          pic 9(8).
       01 REDEFINES dateEcheanceAboCourante.
           02 anneeEcheanceAbo             pic 9(4).
           02 moisEcheanceAbo              pic 99.
           02 jourEcheanceAbo              pic 99.
       01 tabAgences.
           02 detailAgence OCCURS 100.
               03 codeAgenceT              pic x(4).
               03 nomAgenceT               pic x(20).
               03 codeClientAgenceT        pic x(6).
               03 delaiRetourAgenceT       pic 99.
       77 nbIndispos                       pic 9(3) value 0.
       77 iIndispo                         pic 9(3).
       77 salleIndisponibleFlag            pic x value "N".
       77 dateAvantModification            pic 9(8).
       77 salleAvantModification           pic 9(2).
       77 codeSpectExclusValidation        pic x(7) value spaces.
       77 fs-fiSeries                      pic x(2).
       77 numSalleSerieStage               pic 99.
       77 dateDebutSerieStage              pic 9(8).
       77 dateFinSerieStage                pic 9(8).
       77 joursSerieStage                  pic x(7).
       77 heureSerieStage                  pic 9(4).
       77 codeConfigSerieStage             pic x(4).
       77 quantiemeSerie                   pic 9(7).
       77 quantiemeFinSerie                pic 9(7).
       77 dateCouranteSerie                pic 9(8).
       77 jourSemaineSerie                 pic 9.
       77 iJourSerie                       pic 9.
       77 nbJoursJouesSerie                pic 9.
       77 iRelacheSerie                    pic 99.
       77 nbRelachesSerie                  pic 99.
       77 nbRepresentationsSerie           pic 9(5).
       77 nbDatesSerieSautees              pic 9(5).
       77 ligneMajSuivante                 pic x(81).
       77 serieValideFlag                  pic x.
           88 serieValide           VALUE "O".
           88 serieInvalide         VALUE "N".
       77 relacheSerieFlag                 pic x.
           88 jourDeRelache         VALUE "O".
       77 relachesDebordentFlag            pic x.
           88 relachesDebordent     VALUE "O".
       01 tabRelachesSerie.
           02 dateRelacheSerie             pic 9(8) OCCURS 60.
       77 numeroSiegeTemp                  pic 9(4).
       77 iSiegeDeplace                    pic 9(4).
       77 nbSiegesDeplaces                 pic 9(4).
               03 numeroSiegeDeplace       pic 9(4).
               03 categSiegeDeplace        pic 9.
               03 codeClientSiegeDeplace   pic x(6).
               03 surreservationSiegeDeplace pic x.
       77 fs-fiTarifs                      pic x(2).
           88 finFiTarifs          VALUE "10".
       77 nbTarifs                         pic 9(3) value 0.
               03 numeroSiegeCat           pic 9(4).
               03 clientSiegeCat           pic x(6).
               03 supprimeSiegeCat         pic x.
               03 surreservationSiegeCat   pic x.
       77 seqResaClientSuivant             pic 9(7).
       77 ancienneValeurAuditTemp          pic 9(3).
       77 ancienneValeurMasseTemp          pic 9(3) OCCURS 3.
               VALUE "Carnet inconnu, epuise ou expire".
           02 libelleErreur34              pic x(42)
               VALUE "Montant au-dela du grand livre".
           02 libelleErreur35              pic x(42)
               VALUE "Client sans compte de points fidelite".
           02 libelleErreur36              pic x(42)
               VALUE "Solde de points insuffisant".
           02 libelleErreur37              pic x(42)
               VALUE "Code spectacle inconnu a la revente".
           02 libelleErreur38              pic x(42)
               VALUE "Revente refusee : categorie non complete".
           02 libelleErreur39              pic x(42)
               VALUE "Revente refusee : places non detenues".
           02 libelleErreur40              pic x(42)
               VALUE "Agence inconnue du referentiel".
           02 libelleErreur41              pic x(42)
               VALUE "Contingent refuse : capacite insuffisante".
           02 libelleErreur42              pic x(42)
               VALUE "Vente agence hors contingent/apres retour".
           02 libelleErreur43              pic x(42)
               VALUE "Client en incident : vente a terme refusee".
           02 libelleErreur44              pic x(42)
               VALUE "Client en incident : cheque refuse".
           02 libelleErreur45              pic x(42)
               VALUE "Rejet sans reglement d'origine au livre".
           02 libelleErreur46              pic x(42)
               VALUE "Abonnement echelonne sans mandat actif".
           02 libelleErreur47              pic x(42)
               VALUE "Ecriture au grand livre en periode close".
           02 libelleErreur48              pic x(42)
               VALUE "Configuration de salle absente ou inconnue".
           02 libelleErreur49              pic x(42)
               VALUE "Serie : periode, jours ou relache invalide".
           02 libelleErreur50              pic x(42)
               VALUE "Numerotation du genre epuisee (99)".
           02 libelleErreur51              pic x(42)
               VALUE "Jour de relache de la serie".
           02 libelleErreur52              pic x(42)
               VALUE "Forfait inconnu ou hors periode de vente".
           02 libelleErreur53              pic x(42)
               VALUE "Forfait : nombre de spectacles incorrect".
           02 libelleErreur54              pic x(42)
               VALUE "Forfait : representation inconnue".
           02 libelleErreur55              pic x(42)
               VALUE "Forfait : representation non eligible".
           02 libelleErreur56              pic x(42)
               VALUE "Forfait : meme production choisie 2 fois".
           02 libelleErreur57              pic x(42)
               VALUE "Forfait sans code client".
       01 REDEFINES LibellesErreur.
           02 libelleErreur                pic x(42) OCCURS 57.
       01 tableErreurCompte.
           02 nbErreur                     pic 9(3) OCCURS 57.
       01 LigneBilanErreur.
           02                              pic x(6) VALUE "Code ".
           02 codeErreurBilanEd            pic 99.
           02                              pic x(35)
               VALUE "Notifications clients ecrites  : ".
           02 nbNotificationsEcritesEd     pic zzzz9.
       01 LigneBilanNotificationsSansCanal.
           02                              pic x(35)
               VALUE "Notifications sans canal permis: ".
           02 nbNotificationsSansCanalEd   pic zzzz9.
       01 LigneBilanModifications.
           02                              pic x(35)
               VALUE "Modifications appliquees       : ".
           02                              pic x(35)
               VALUE "Paiements par avoir            : ".
           02 nbAvoirsReglesEd             pic zzzz9.
       01 LigneBilanPointsRegles.
           02                              pic x(35)
               VALUE "Paiements en points fidelite   : ".
           02 nbPointsReglesEd             pic zzzz9.
       01 LigneBilanReventesDeposees.
           02                              pic x(35)
               VALUE "Remises en revente enregistrees: ".
           02 nbReventesDeposeesEd         pic zzzz9.
       01 LigneBilanPlacesRevendues.
           02                              pic x(35)
               VALUE "Places reprises sur revente    : ".
           02 nbPlacesRevenduesJourEd      pic zzzz9.
       01 LigneBilanReventesReglees.
           02                              pic x(35)
               VALUE "Reventes remboursees au cedant : ".
           02 nbReventesRegleesEd          pic zzzz9.
       01 LigneBilanReventesCloses.
           02                              pic x(35)
               VALUE "Reventes closes non revendues  : ".
           02 nbReventesClosesEd           pic zzzz9.
       01 LigneBilanContingentsPoses.
           02                              pic x(35)
               VALUE "Contingents d'agences poses    : ".
           02 nbContingentsPosesEd         pic zzzz9.
       01 LigneBilanVentesAgences.
           02                              pic x(35)
               VALUE "Ventes d'agences appliquees    : ".
           02 nbVentesAgencesEd            pic zzzz9.
           02                              pic x(10)
               VALUE "  places ".
           02 nbPlacesVenduesAgencesEd     pic zzzz9.
       01 LigneBilanContingentsRendus.
           02                              pic x(35)
               VALUE "Contingents rendus a la vente  : ".
           02 nbContingentsRendusEd        pic zzzz9.
           02                              pic x(10)
               VALUE "  places ".
           02 nbPlacesRenduesContingentsEd pic zzzz9.
       01 LigneBilanRejetsPaiement.
           02                              pic x(35)
               VALUE "Reglements rejetes (impayes)   : ".
           02 nbRejetsPaiementEd           pic zzzz9.
       01 LigneBilanEcheanciersAbo.
           02                              pic x(35)
               VALUE "Abonnements payes par prelevement: ".
           02 nbEcheanciersAboEd           pic zzzz9.
       01 LigneBilanSeries.
           02                              pic x(35)
               VALUE "Representations creees en serie : ".
           02 nbRepresentationsSerieEd     pic zzzz9.
           02                              pic x(10)
               VALUE "  sautees ".
           02 nbDatesSerieSauteesEd        pic zzzz9.
       01 LigneBilanErreursTotal.
           02                              pic x(35)
               VALUE "Transactions en erreur          : ".
           02 nbErreursTotalEd             pic zzzz9.
      *    simulation d'un fichier MAJ : SimulationMaj recopie les
      *    fichiers mis a jour sous le prefixe "simulation" et depose
      *    une demande du jour ; le traitement s'execute alors sur
      *    ces copies et rend le sort de chaque transaction
       77 fs-fiDemandeSimulation           pic x(2).
       77 fs-fiSimulation                  pic x(2).
       77 modeSimulationFlag               pic x value "N".
           88 modeSimulation        VALUE "O".
       77 dateJourSimulation               pic 9(8).
       77 repertoireFichiers               pic x(23)
           value "../Fichiers/".
       77 iFichierMaj                      pic 9(2).
       77 numeroTransactionSimulation      pic 9(5).
       77 resultatSimulation               pic x.
           88 simulationAppliquee   VALUE "A".
           88 simulationEnAttente   VALUE "W".
           88 simulationRejetee     VALUE "R".
       77 codeErreurSimulation             pic 99.
       77 nbErreursSimulation              pic 9(3).
       77 montantFactureSimulation         pic 9(7)v99.
       77 nbAppliqueesSimulation           pic 9(5) value 0.
       77 nbEnAttenteSimulation            pic 9(5) value 0.
       77 nbRejeteesSimulation             pic 9(5) value 0.
       77 montantFactureTotalSimulation    pic 9(9)v99 value 0.
       01 transactionSimulation.
           02 codeMajSimulation            pic x.
           02 informationsSimulation       pic x(75).
       01 nomsFichiersMaj.
           02 nomFiVerrou                  pic x(60).
           02 nomFiSpectacle               pic x(60).
           02 nomFiMaj                     pic x(60).
           02 nomFiErreur                  pic x(60).
           02 nomFiListingTitre            pic x(60).
           02 nomFiListingMensuel          pic x(60).
           02 nomFiRevenu                  pic x(60).
           02 nomFiListeAttente            pic x(60).
           02 nomFiClient                  pic x(60).
           02 nomFiResaClient              pic x(60).
           02 nomFiSieges                  pic x(60).
           02 nomFiOptions                 pic x(60).
           02 nomFiDebug                   pic x(60).
           02 nomFiCheckpoint              pic x(60).
           02 nomFiReservationsDetail      pic x(60).
           02 nomFiAudit                   pic x(60).
           02 nomFiCreances                pic x(60).
           02 nomFiRemboursements          pic x(60).
           02 nomFiNotifications           pic x(60).
           02 nomFiResume                  pic x(60).
           02 nomFiAvoirs                  pic x(60).
           02 nomFiGroupes                 pic x(60).
           02 nomFiControles               pic x(60).
           02 nomFiHoraires                pic x(60).
           02 nomFiConfigRepresentations   pic x(60).
           02 nomFiCarnets                 pic x(60).
           02 nomFiPoints                  pic x(60).
           02 nomFiMouvementsPoints        pic x(60).
           02 nomFiReventes                pic x(60).
           02 nomFiContingents             pic x(60).
           02 nomFiVentesAgences           pic x(60).
           02 nomFiCorrespondances         pic x(60).
           02 nomFiEcheanciersAbo          pic x(60).
           02 nomFiSeries                  pic x(60).
           02 nomFiForfaitsVendus          pic x(60).
       01 REDEFINES nomsFichiersMaj.
           02 nomFichierMajT               pic x(60) OCCURS 35.
       01 basesFichiersMaj.
           02                              pic x(25)
               VALUE "verrou.rel".
           02                              pic x(25)
               VALUE "SPECTACLE.IND".
           02                              pic x(25)
               VALUE "maj.seq".
           02                              pic x(25)
               VALUE "erreurs.seq".
           02                              pic x(25)
               VALUE "ListingTitres.seq".
           02                              pic x(25)
               VALUE "ListingMensuel.seq".
           02                              pic x(25)
               VALUE "Revenu.seq".
           02                              pic x(25)
               VALUE "LISTEATTENTE.IND".
           02                              pic x(25)
               VALUE "CLIENT.IND".
           02                              pic x(25)
               VALUE "RESACLIENT.IND".
           02                              pic x(25)
               VALUE "SIEGES.IND".
           02                              pic x(25)
               VALUE "OPTIONS.IND".
           02                              pic x(25)
               VALUE "debug.seq".
           02                              pic x(25)
               VALUE "checkpoint.rel".
           02                              pic x(25)
               VALUE "reservationsDetail.seq".
           02                              pic x(25)
               VALUE "auditSpectacles.seq".
           02                              pic x(25)
               VALUE "creances.seq".
           02                              pic x(25)
               VALUE "remboursements.seq".
           02                              pic x(25)
               VALUE "notifications.seq".
           02                              pic x(25)
               VALUE "RESUME.IND".
           02                              pic x(25)
               VALUE "AVOIRS.IND".
           02                              pic x(25)
               VALUE "GROUPES.IND".
           02                              pic x(25)
               VALUE "controles.seq".
           02                              pic x(25)
               VALUE "HORAIRES.IND".
           02                              pic x(25)
               VALUE "CONFIGREPRESENTATIONS.IND".
           02                              pic x(25)
               VALUE "CARNETS.IND".
           02                              pic x(25)
               VALUE "POINTS.IND".
           02                              pic x(25)
               VALUE "mouvementsPoints.seq".
           02                              pic x(25)
               VALUE "REVENTES.IND".
           02                              pic x(25)
               VALUE "CONTINGENTS.IND".
           02                              pic x(25)
               VALUE "ventesAgences.seq".
           02                              pic x(25)
               VALUE "correspondances.seq".
           02                              pic x(25)
               VALUE "ECHEANCIERSABO.IND".
           02                              pic x(25)
               VALUE "seriesRepresentations.seq".
           02                              pic x(25)
               VALUE "FORFAITSVENDUS.IND".
       01 REDEFINES basesFichiersMaj.
           02 baseFichierMajT              pic x(25) OCCURS 35.
       01 LigneEnteteSimulation.
           02                              pic x(45)
               VALUE "*** SIMULATION -- production inchangee, jour ".
           02 dateJourSimulationEd         pic 9(8).
       01 LigneTitreSimulation.
           02                              pic x(54)
               VALUE "  No C Transaction".
           02                              pic x(56)
               VALUE "Resultat     Motif".
           02                              pic x(10)
               VALUE "   Facture".
       01 LigneTransactionSimulation.
           02 numeroTransactionSimEd       pic zzzz9.
           02                              pic x VALUE SPACE.
           02 codeMajSimEd                 pic x.
           02                              pic x VALUE SPACE.
           02 informationsSimEd            pic x(45).
           02                              pic x VALUE SPACE.
           02 resultatSimEd                pic x(9).
           02                              pic x VALUE SPACE.
           02 codeErreurSimEd              pic zz.
           02                              pic x VALUE SPACE.
           02 libelleErreurSimEd           pic x(42).
           02                              pic x VALUE SPACE.
           02 montantFactureSimEd          pic zzzzzz9,99.
       01 LigneBilanSimulation.
           02                              pic x(35)
               VALUE "Transactions appliquees         : ".
           02 nbAppliqueesSimEd            pic zzzz9.
           02                              pic x(15)
               VALUE "  en attente ".
           02 nbEnAttenteSimEd             pic zzzz9.
           02                              pic x(12)
               VALUE "  rejetees ".
           02 nbRejeteesSimEd              pic zzzz9.
       01 LigneFactureSimulation.
           02                              pic x(35)
               VALUE "Facturation projetee            : ".
           02 montantFactureTotalSimEd     pic zzzzzzzz9,99.
      *    zones tarifaires des sieges : supplements et remises a
      *    date d'effet, valorisation des sieges attribues ou rendus
      *    et ventilation de la recette par zone
       77 fs-fiZonesTarif                  pic x(2).
           88 finFiZonesTarif       VALUE "10".
       77 fs-fiPlanSalle                   pic x(2).
       77 nbZonesTarif                     pic 9(3) value 0.
       77 iZoneTarif                       pic 9(3).
       77 iCategZone                       pic 9.
       77 iZone                            pic 9.
       77 codeConfigZone                   pic x(4).
       77 codeZoneSiege                    pic x.
       77 numeroSiegeZone                  pic 9(4).
       77 categSiegeZone                   pic 9.
       77 rangSiegeZone                    pic 9(4).
       77 ajustementZoneSiege              pic s9(3)v99.
       77 ajustementZonesLiberes           pic s9(7)v99.
       77 ajustementRemboursCourant        pic s9(7)v99 value 0.
       77 montantBrutCalcule               pic s9(7)v99.
       77 prixSiegeZone                    pic 9(3)v99.
       77 montantPlacesZones               pic 9(7)v99.
       01 tabZonesTarif.
           02 detailZoneTarif OCCURS 50.
               03 codeZoneTarif            pic x.
               03 dateDebutZoneTarif       pic 9(8).
               03 dateFinZoneTarif         pic 9(8).
               03 ajustementZoneTarif      pic s9(3)v99 OCCURS 3.
       01 ajustementsLiberesCategories.
           02 ajustementLiberesCateg       pic s9(7)v99 OCCURS 3.
       01 placesForfaitLibereesCategories.
           02 nbPlacesForfaitLiberees      pic 9(3) OCCURS 3.
       01 LibellesZones.
           02                              pic x(20) VALUE "Premium".
           02                              pic x(20) VALUE "Standard".
           02                              pic x(20)
               VALUE "Visibilite reduite".
       01 REDEFINES LibellesZones.
           02 libelleZoneT                 pic x(20) OCCURS 3.
       01 tabVentesZones.
           02 detailVenteZone OCCURS 3.
               03 nbPlacesVenduesZone      pic 9(7).
               03 recetteZone              pic 9(9)v99.
       01 LigneTitreZones.
           02                              pic x(34)
               VALUE "Ventes par zone tarifaire       : ".
       01 LigneVenteZone.
           02                              pic x(4) VALUE SPACES.
           02 libelleZoneEd                pic x(20).
           02                              pic x(10)
               VALUE " places : ".
           02 nbPlacesVenduesZoneEd        pic zzzzzz9.
           02                              pic x(11)
               VALUE " recette : ".
           02 recetteZoneEd                pic zzzzzzzz9,99.
      *    forfaits multi-productions : definitions chargees, choix
      *    de la transaction controles avant toute prise de places,
      *    prix du forfait reparti entre les representations choisies
       77 fs-fiForfaits                    pic x(2).
           88 finFiForfaits         VALUE "10".
       77 fs-fiForfaitsVendus              pic x(2).
           88 finErreurFiForfaitsVendus VALUES "10" THRU "99".
       77 nbForfaits                       pic 9(2) value 0.
       77 iForfait                         pic 9(2).
       77 iEligible                        pic 9.
       77 iChoix                           pic 9.
       77 iChoixPrec                       pic 9.
       77 iPartForfait                     pic 9.
       77 iPartTrouvee                     pic 9.
       77 codeErreurForfait                pic 99.
       77 eligibleFlag                     pic x.
           88 representationEligible VALUE "O".
       77 listeEligiblesFlag               pic x.
           88 listeEligiblesVide    VALUE "O".
       77 partForfaitTrouveeFlag           pic x value "N".
           88 partForfaitTrouvee    VALUE "O".
       77 remboursementForfaitFlag         pic x value "N".
           88 remboursementForfait  VALUE "O".
       77 montantPartForfaitCourant        pic 9(5)v99.
       77 codeClientPartCherchee           pic x(6).
       77 categPartCherchee                pic 9.
       77 totalPrixChoix                   pic 9(7)v99.
       77 cumulPartsForfait                pic 9(7)v99.
       77 nbPlacesAnnuleesTotal            pic 9(3).
       77 ajustementHorsForfait            pic s9(7)v99.
       77 numeroForfaitVenduSuivant        pic 9(6).
       77 nbForfaitsVendus                 pic 9(5) value 0.
       77 nbPartsForfaitAnnulees           pic 9(5) value 0.
       01 tabForfaits.
           02 detailForfait OCCURS 30.
               03 codeForfaitT             pic x(6).
               03 nbSpectaclesForfaitT     pic 9.
               03 prixForfaitT             pic 9(5)v99.
               03 categForfaitT            pic 9.
               03 dateDebutForfaitT        pic 9(8).
               03 dateFinForfaitT          pic 9(8).
               03 tauxRemboursForfaitT     pic 9(3).
               03 eligibleForfaitT OCCURS 6.
                   04 typeEligibleT        pic x.
                   04 codeGenreEligibleT   pic x(5).
                   04 titreEligibleT       pic x(30).
       01 tabChoixForfait.
           02 detailChoixForfait OCCURS 6.
               03 codeGenreChoix           pic x(5).
               03 titreChoix               pic x(30).
               03 prixChoix                pic 9(3)v99.
               03 montantPartChoix         pic 9(5)v99.
       01 LigneBilanForfaits.
           02                              pic x(35)
               VALUE "Forfaits vendus                 : ".
           02 nbForfaitsVendusEd           pic zzzz9.
           02                              pic x(17)
               VALUE "  parts annulees ".
           02 nbPartsForfaitAnnuleesEd     pic zzzz9.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      ************************************
           perform choisirJeuFichiersMaj.
           perform prendreVerrou.
           OPEN INPUT FiMaj FiSalle.
           OPEN I-O FiSpectacle.
           OPEN I-O FiResume.
           OPEN I-O FiCheckpoint.
           OPEN output debug FiErreur FiListingTitre FiListingMensuel
                              FiRevenu FiSeries.
           OPEN INPUT FiParamListing.
           OPEN INPUT FiTarifs.
           OPEN INPUT FiPlanSalle.
           OPEN INPUT FiGenres.
      *    sans referentiel des genres charge, les controles de
      *    genre sont neutralises plutot que de rejeter tous les
           OPEN I-O FiAvoirs.
           OPEN I-O FiGroupes.
           OPEN I-O FiHoraires.
           OPEN INPUT FiConfigSalles.
           OPEN I-O FiConfigRepresentations.
           OPEN I-O FiCarnets.
           OPEN I-O FiPoints.
           OPEN EXTEND FiMouvementsPoints.
           OPEN I-O FiReventes.
           OPEN I-O FiContingents.
           OPEN EXTEND FiVentesAgences.
           OPEN INPUT FiMandats.
           OPEN I-O FiEcheanciersAbo.
           OPEN I-O FiForfaitsVendus.
           OPEN INPUT FiConsentements.
           OPEN EXTEND FiCorrespondances.
           if modeSimulation
               perform ouvrirSimulation
           end-if.

      *    le point de reprise se lit avant la sentinelle
      *    d'integrite : apres une interruption en pleine execution,
           perform initOptions.
           perform initAvoirs.
           perform initGroupes.
           perform initEcheanciersAbo.
           perform initForfaitsVendus.
           perform initReventes.
           perform lireParamListing.
           perform chargerTarifs.
           perform chargerTauxTVA.
           perform chargerZonesTarif.
           perform chargerForfaits.
           perform chargerOuvertures.
           perform chargerClientsPrioritaires.
           perform chargerPlafondClient.
           perform chargerClientsExemptes.
           perform chargerSiegesHorsService.
           perform chargerSurreservation.
           perform chargerAgences.
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitement.
           perform lireClotureCreances.
           perform lireParamFidelite.
           perform lireParamRevente.
           if periodeEcritureOuverte
               perform balayerOptionsExpirees
           end-if.

           move 0 to pointeurReprise.
           perform ignorerTransactionTraitee
           move 0 to derniereTransactionTraitee.
           rewrite EnregCheckpoint.

           if periodeEcritureOuverte
               perform reglerReventes
           end-if.

           perform retournerContingents.

           perform listingParTitre.

           perform listingMensuel.

           perform ecritControlesFichiers.

           if modeSimulation
               perform fermerSimulation
           end-if.

           close FiMaj,
                 FiSpectacle,
                 debug,
                 FiListeAttente,
                 FiParamListing,
                 FiTarifs,
                 FiPlanSalle,
                 FiGenres,
                 FiProductions,
                 FiIndisponibilites,
                 FiClient,
                 FiRevenu,
                 FiSeries,
                 FiCheckpoint,
                 FiReservationsDetail,
                 FiAudit,
                 FiAvoirs,
                 FiGroupes,
                 FiHoraires,
                 FiConfigSalles,
                 FiConfigRepresentations,
                 FiCarnets,
                 FiPoints,
                 FiMouvementsPoints,
                 FiReventes,
                 FiContingents,
                 FiVentesAgences,
                 FiMandats,
                 FiEcheanciersAbo,
                 FiForfaitsVendus,
                 FiConsentements,
                 FiCorrespondances,
                 FiResaClient.
           perform libererVerrou.
           stop run.

       initForfaitsVendus.
      ************************************
      *    meme recherche du dernier numero emis que pour les
      *    echeanciers d'abonnement
           move 1 to numeroForfaitVenduSuivant.
           move high-values to numeroForfaitVendu.
           start FiForfaitsVendus key is <= numeroForfaitVendu
               invalid key continue
               not invalid key
                   read FiForfaitsVendus
                       invalid key continue
                       not invalid key
                           add 1 to numeroForfaitVendu
                               giving numeroForfaitVenduSuivant
                   end-read
           end-start.

       initCheckpoint.
      ************************************
      *    recupere le nombre de transactions deja traitees lors
           end-if.
           CLOSE FiPlafondClient.

       chargerAgences.
      ************************************
           OPEN INPUT FiAgences.
           if fs-fiAgences = "00"
               read FiAgences
                   at end move "10" to fs-fiAgences
               end-read
               perform chargerLigneAgence
                   until finFiAgences or nbAgences >= 100
           end-if.
           CLOSE FiAgences.

       chargerLigneAgence.
      ************************************
           add 1 to nbAgences.
           move codeAgenceLu to codeAgenceT(nbAgences).
           move nomAgenceLu to nomAgenceT(nbAgences).
           move codeClientAgenceLu to codeClientAgenceT(nbAgences).
           if delaiRetourAgenceLu is numeric
               move delaiRetourAgenceLu to delaiRetourAgenceT(nbAgences)
           else
               move 0 to delaiRetourAgenceT(nbAgences)
           end-if.
           read FiAgences
               at end move "10" to fs-fiAgences
           end-read.

       chercheAgence.
      ************************************
      *    iAgence > nbAgences au retour : agence inconnue
           perform varying iAgence from 1 by 1
                   until iAgence > nbAgences
                       or codeAgenceT(iAgence) = codeAgenceCherchee
               continue
           end-perform.

       chargerClientsExemptes.
      ************************************
           OPEN INPUT FiClientsExemptes.
               at end move "10" to fs-fiSiegesHorsService
           end-read.

       chargerSurreservation.
      ************************************
      *    sans fichier de surreservation, la capacite vendable
      *    reste la capacite physique comme avant
           OPEN INPUT FiSurreservation.
           if fs-fiSurreservation = "00"
               read FiSurreservation
                   at end move "10" to fs-fiSurreservation
               end-read
               perform chargerLigneSurreservation
                   until finFiSurreservation or nbGenresSurres >= 20
           end-if.
           CLOSE FiSurreservation.
           if nbGenresSurres > 0
               perform chargerNoShowSurreservation
           end-if.

       chargerLigneSurreservation.
      ************************************
           if codeGenreSurresLu not = spaces
                   and tauxMaxSurresLu(1) is numeric
                   and tauxMaxSurresLu(2) is numeric
                   and tauxMaxSurresLu(3) is numeric
                   and nbRepresentationsRefLu is numeric
               add 1 to nbGenresSurres
               move codeGenreSurresLu to codeGenreSurres(nbGenresSurres)
               perform varying iCategTarif from 1 by 1
                       until iCategTarif > 3
                   move tauxMaxSurresLu(iCategTarif)
                       to tauxMaxSurres(nbGenresSurres iCategTarif)
               end-perform
               move nbRepresentationsRefLu
                   to nbRepresentationsRef(nbGenresSurres)
               if nbRepresentationsRef(nbGenresSurres) = 0
                   move 10 to nbRepresentationsRef(nbGenresSurres)
               end-if
               if nbRepresentationsRef(nbGenresSurres) > 20
                   move 20 to nbRepresentationsRef(nbGenresSurres)
               end-if
               move 0 to iRepCourante(nbGenresSurres)
               move 0 to tauxNoShowSurres(nbGenresSurres)
               perform varying iRepSurres from 1 by 1
                       until iRepSurres > 20
                   move spaces
                       to codeSpectRepSurres(nbGenresSurres iRepSurres)
                   move 0 to dateRepSurres(nbGenresSurres iRepSurres)
                   move 0
                       to detenusRepSurres(nbGenresSurres iRepSurres)
                   move 0
                       to noShowsRepSurres(nbGenresSurres iRepSurres)
               end-perform
           end-if.
           read FiSurreservation
               at end move "10" to fs-fiSurreservation
           end-read.

       chargerNoShowSurreservation.
      ************************************
      *    l'historique des presences est ecrit par ControleEntrees
      *    representation apres representation : chaque genre garde
      *    dans une fenetre tournante ses dernieres representations
      *    pointees ; sans historique le taux observe est nul et
      *    aucune place n'est survendue
           OPEN INPUT FiNoShow.
           if fs-fiNoShow = "00"
               read FiNoShow
                   at end move "10" to fs-fiNoShow
               end-read
               perform cumuleLigneNoShow until finFiNoShow
           end-if.
           CLOSE FiNoShow.
           perform calculeTauxNoShowGenre
               varying iGenreSurres from 1 by 1
               until iGenreSurres > nbGenresSurres.

       cumuleLigneNoShow.
      ************************************
           perform varying iGenreSurres from 1 by 1
                   until iGenreSurres > nbGenresSurres
                       or codeGenreSurres(iGenreSurres)
                           = codeSpectNoShow(1:5)
               continue
           end-perform.
           if iGenreSurres <= nbGenresSurres
               move iRepCourante(iGenreSurres) to iRepSurres
               if iRepSurres = 0
                   perform avanceRepSurreservation
               else
                   if codeSpectRepSurres(iGenreSurres iRepSurres)
                           not = codeSpectNoShow
                       or dateRepSurres(iGenreSurres iRepSurres)
                           not = dateRepresentationNoShow
                       perform avanceRepSurreservation
                   end-if
               end-if
               add nbSiegesDetenusNoShow
                   to detenusRepSurres(iGenreSurres iRepSurres)
               add nbNoShows
                   to noShowsRepSurres(iGenreSurres iRepSurres)
           end-if.
           read FiNoShow
               at end move "10" to fs-fiNoShow
           end-read.

       avanceRepSurreservation.
      ************************************
      *    la representation la plus ancienne de la fenetre cede sa
      *    place a la nouvelle
           add 1 to iRepSurres.
           if iRepSurres > nbRepresentationsRef(iGenreSurres)
               move 1 to iRepSurres
           end-if.
           move iRepSurres to iRepCourante(iGenreSurres).
           move codeSpectNoShow
               to codeSpectRepSurres(iGenreSurres iRepSurres).
           move dateRepresentationNoShow
               to dateRepSurres(iGenreSurres iRepSurres).
           move 0 to detenusRepSurres(iGenreSurres iRepSurres).
           move 0 to noShowsRepSurres(iGenreSurres iRepSurres).

       calculeTauxNoShowGenre.
      ************************************
           move 0 to totalDetenusSurres.
           move 0 to totalNoShowsSurres.
           perform varying iRepSurres from 1 by 1
                   until iRepSurres > nbRepresentationsRef(iGenreSurres)
               add detenusRepSurres(iGenreSurres iRepSurres)
                   to totalDetenusSurres
               add noShowsRepSurres(iGenreSurres iRepSurres)
                   to totalNoShowsSurres
           end-perform.
           if totalDetenusSurres > 0
               compute tauxNoShowSurres(iGenreSurres) =
                   totalNoShowsSurres * 100 / totalDetenusSurres
           end-if.

       calculeSurreservationAutorisee.
      ************************************
      *    places vendables au-dela de la capacite physique : le
      *    plafond du genre pour la categorie, ramene au taux de
      *    no-show observe s'il est plus bas
           move 0 to placesSurreservation.
           perform varying iGenreSurres from 1 by 1
                   until iGenreSurres > nbGenresSurres
                       or codeGenreSurres(iGenreSurres) = codeGenre
               continue
           end-perform.
           if iGenreSurres <= nbGenresSurres
               move tauxMaxSurres(iGenreSurres categVendable)
                   to tauxSurresRetenu
               if tauxNoShowSurres(iGenreSurres) < tauxSurresRetenu
                   move tauxNoShowSurres(iGenreSurres)
                       to tauxSurresRetenu
               end-if
               compute placesSurreservation =
                   capacitePhysique * tauxSurresRetenu / 100
           end-if.

       compteSiegesHorsServiceCategorie.
      ************************************
      *    sieges hors service de la salle courante, dans la
                   to prixResolu(iCategTarif)
           end-perform.

       chargerZonesTarif.
      ************************************
      *    sans table des zones, tous les sieges d'une categorie
      *    restent au prix de la categorie
           OPEN INPUT FiZonesTarif.
           if fs-fiZonesTarif = "00"
               read FiZonesTarif
                   at end move "10" to fs-fiZonesTarif
               end-read
               perform chargerLigneZoneTarif until finFiZonesTarif
                   or nbZonesTarif >= 50
               if not finFiZonesTarif
                   display "Table des zones pleine : lignes au-dela "
                           "de 50 ignorees"
               end-if
           end-if.
           CLOSE FiZonesTarif.

       chargerLigneZoneTarif.
      ************************************
           add 1 to nbZonesTarif.
           move codeZoneLu to codeZoneTarif(nbZonesTarif).
           move dateDebutZoneLu to dateDebutZoneTarif(nbZonesTarif).
           move dateFinZoneLu to dateFinZoneTarif(nbZonesTarif).
           perform varying iCategZone from 1 by 1
                   until iCategZone > 3
               if sensZoneLu(iCategZone) = "-"
                   compute ajustementZoneTarif(nbZonesTarif
                       iCategZone) = 0 - montantZoneLu(iCategZone)
               else
                   move montantZoneLu(iCategZone)
                       to ajustementZoneTarif(nbZonesTarif iCategZone)
               end-if
           end-perform.
           read FiZonesTarif
               at end move "10" to fs-fiZonesTarif
           end-read.

       chercheConfigZone.
      ************************************
      *    configuration de la representation courante pour la
      *    lecture du plan de salle, sans toucher a la configuration
      *    en cours d'application
           move spaces to codeConfigZone.
           move codeSpect to codeSpectConfigRep.
           read FiConfigRepresentations
               invalid key continue
               not invalid key
                   move codeConfigRep to codeConfigZone
           end-read.

       chercheZoneSiege.
      ************************************
      *    zone du siege numeroSiegeZone au plan de la configuration,
      *    a defaut au plan par defaut de la salle ; un siege absent
      *    du plan (place a l'entree, plan non charge) est standard,
      *    un siege a visibilite reduite sans zone saisie est en R
           move "S" to codeZoneSiege.
           move numSalle to numSallePlan.
           move codeConfigZone to codeConfigPlan.
           move numeroSiegeZone to numeroSiegePlan.
           read FiPlanSalle
               invalid key
                   move spaces to codeConfigPlan
                   read FiPlanSalle
                       invalid key continue
                   end-read
           end-read.
           if fs-fiPlanSalle = "00"
               evaluate true
                   when zonePlan not = space
                       move zonePlan to codeZoneSiege
                   when visibilitePlan = "R"
                       move "R" to codeZoneSiege
               end-evaluate
           end-if.

       ajustementZoneCourant.
      ************************************
      *    supplement ou remise de zone en vigueur a la date de la
      *    representation pour le siege numeroSiegeZone de la
      *    categorie categSiegeZone ; la derniere ligne applicable
      *    l'emporte, comme pour les tarifs
           move 0 to ajustementZoneSiege.
           if categSiegeZone >= 1 and categSiegeZone <= 3
               perform chercheZoneSiege
               move dateRepresentation to dateRepresentationNum
               perform varying iZoneTarif from 1 by 1
                       until iZoneTarif > nbZonesTarif
                   if codeZoneTarif(iZoneTarif) = codeZoneSiege
                           and dateRepresentationNum
                               >= dateDebutZoneTarif(iZoneTarif)
                           and dateRepresentationNum
                               <= dateFinZoneTarif(iZoneTarif)
                       move ajustementZoneTarif(iZoneTarif
                           categSiegeZone) to ajustementZoneSiege
                   end-if
               end-perform
           end-if.

       prixSiegeZoneCourant.
      ************************************
      *    prix du siege : prix resolu de la categorie plus
      *    l'ajustement de sa zone, jamais sous zero ; les prix de
      *    la representation sont deja resolus
           perform ajustementZoneCourant.
           if prixResolu(categSiegeZone) + ajustementZoneSiege < 0
               move 0 to prixSiegeZone
           else
               compute prixSiegeZone = prixResolu(categSiegeZone)
                   + ajustementZoneSiege
           end-if.

       valoriseSiegesZones.
      ************************************
      *    montant des places de l'intervalle de rangs que
      *    attribuerSieges va couvrir, siege par siege a sa zone ;
      *    l'appelant garnit categSiegeCourante et l'intervalle, la
      *    salle de la representation est deja relue
           perform resoudrePrix.
           perform chercheConfigZone.
           move 0 to montantPlacesZones.
           move categSiegeCourante to categSiegeZone.
           perform valoriseSiegeZone
               varying rangSiegeZone from rangDebutSiege by 1
               until rangSiegeZone > rangFinSiege.

       valoriseSiegeZone.
      ************************************
           compute numeroSiegeZone =
               categSiegeZone * 1000 + rangSiegeZone.
           perform prixSiegeZoneCourant.
           add prixSiegeZone to montantPlacesZones.

       cumuleZoneSiegeLibere.
      ************************************
      *    l'appelant garnit numeroSiegeZone et categSiegeZone du
      *    siege rendu au plan de salle
           perform ajustementZoneCourant.
           add ajustementZoneSiege to ajustementZonesLiberes.

       chargerForfaits.
      ************************************
      *    sans definitions chargees, toute vente de forfait est
      *    rejetee comme forfait inconnu
           OPEN INPUT FiForfaits.
           if fs-fiForfaits = "00"
               read FiForfaits
                   at end move "10" to fs-fiForfaits
               end-read
               perform chargerLigneForfait until finFiForfaits
                   or nbForfaits >= 30
               if not finFiForfaits
                   display "Table des forfaits pleine : lignes au-dela "
                           "de 30 ignorees"
               end-if
           end-if.
           CLOSE FiForfaits.

       chargerLigneForfait.
      ************************************
           add 1 to nbForfaits.
           move codeForfaitLu to codeForfaitT(nbForfaits).
           move nbSpectaclesForfaitLu
               to nbSpectaclesForfaitT(nbForfaits).
           move prixForfaitLu to prixForfaitT(nbForfaits).
           move categForfaitLu to categForfaitT(nbForfaits).
           move dateDebutForfaitLu to dateDebutForfaitT(nbForfaits).
           move dateFinForfaitLu to dateFinForfaitT(nbForfaits).
           move tauxRemboursForfaitLu
               to tauxRemboursForfaitT(nbForfaits).
           perform varying iEligible from 1 by 1
                   until iEligible > 6
               move eligibleForfaitLu(iEligible)
                   to eligibleForfaitT(nbForfaits iEligible)
           end-perform.
           read FiForfaits
               at end move "10" to fs-fiForfaits
           end-read.

       miseAJour.
      ************************************
           move SPACES to EnregDebug.
           if modeSimulation
               perform debutTransactionSimulation
           end-if.
           perform determineCanalVente.
           if majEcritureCreance and not periodeEcritureOuverte
               move 47 to codeErreur
               perform writeErreur
               read FiMaj
               add 1 to nbTransactionsLues
           else
               perform aiguilleTransaction
           end-if.
           if modeSimulation
               perform finTransactionSimulation
           end-if.
           perform verifieCheckpoint.

       aiguilleTransaction.
      ************************************
           evaluate codeMaj
               WHEN 'N'
                   perform ajoutSpectacle
               WHEN 'U'
                   perform serieRepresentations
               WHEN 'R'
                   perform reservation
                   read FiMaj
                   perform transfertReservation
                   read FiMaj
                   add 1 to nbTransactionsLues
               WHEN 'D'
                   perform remiseEnRevente
                   read FiMaj
                   add 1 to nbTransactionsLues
               WHEN 'Q'
                   perform poserContingent
                   read FiMaj
                   add 1 to nbTransactionsLues
               WHEN 'V'
                   perform venteAgence
                   read FiMaj
                   add 1 to nbTransactionsLues
               WHEN 'I'
                   perform rejetPaiement
                   read FiMaj
                   add 1 to nbTransactionsLues
               WHEN 'O'
                   perform forfait
                   read FiMaj
                   add 1 to nbTransactionsLues
               WHEN OTHER
                   move 01 to codeErreur
                   perform writeErreur
                   read FiMaj
                   add 1 to nbTransactionsLues
           end-evaluate.

       determineCanalVente.
      ************************************
      *    canal d'origine des mouvements ecrits pour la transaction
      *    courante : celui que la transaction porte (site web,
      *    guichet), sinon celui que son code implique -- abonnement,
      *    contrat de groupe, le reste etant du back-office ; les
      *    places reemises par un echange, un transfert ou un
      *    deplacement de date ne sont pas des ventes nouvelles et
      *    partent sous le canal relogement/echange ; la confirmation
      *    d'une option de reabonnement porte le canal abonnement ;
      *    les places d'un forfait multi-productions ont leur canal
           if canalMaj = "W" or canalMaj = "G" or canalMaj = "S"
                   or canalMaj = "A"
               move canalMaj to canalVenteCourant
           else
               evaluate codeMaj
                   when "S"
                       move "S" to canalVenteCourant
                   when "K"
                       move "K" to canalVenteCourant
                   when "O"
                       move "F" to canalVenteCourant
                   when "E"
                   when "T"
                   when "M"
                       move "E" to canalVenteCourant
                   when other
                       move "B" to canalVenteCourant
               end-evaluate
           end-if.

       verifieCheckpoint.
      ************************************
           end-read.
           CLOSE FiParamTraitement.

       lireClotureCreances.
      ************************************
      *    les mouvements s'ecrivent au grand livre a la date
      *    machine : si elle tombe dans une periode deja close, les
      *    transactions qui ecrivent au grand livre sont rejetees et
      *    les reventes et options echues attendent le passage
      *    suivant
           OPEN INPUT FiClotures.
           if fs-fiClotures = "00"
               read FiClotures
                   at end move "10" to fs-fiClotures
               end-read
               perform noteClotureCreances until finFiClotures
           end-if.
           CLOSE FiClotures.
           accept dateEcritureCreance from date YYYYMMDD.
           if dateEcritureCreance <= dateFinClotureCreances
               move "N" to periodeEcritureFlag
               display "Grand livre clos au " dateFinClotureCreances
                       " : ecritures du " dateEcritureCreance
                       " refusees"
           end-if.

       noteClotureCreances.
      ************************************
           if dateFinPeriodeCloture > dateFinClotureCreances
               move dateFinPeriodeCloture to dateFinClotureCreances
           end-if.
           read FiClotures
               at end move "10" to fs-fiClotures
           end-read.

       lireParamFidelite.
      ************************************
      *    contre-valeur d'un point de fidelite, la meme que celle
      *    des programmes de points ; sans fichier, 0,02 le point
           OPEN INPUT FiParamFidelite.
           read FiParamFidelite
               at end continue
               not at end
                   if valeurPointParam is numeric
                           and valeurPointParam > 0
                       move valeurPointParam to valeurPoint
                   end-if
           end-read.
           CLOSE FiParamFidelite.

       checkVenteAutorisee.
      ************************************
      *    une reservation sur une representation deja jouee ne doit
      ************************************

           perform enregistrerClient.
      *    une reservation reglee par carnet n'est pas une vente a
      *    terme : elle reste ouverte au client en incident
           move codeClient to codeClientIncident.
           perform controleIncidentClient.
           if incidentClientConstate
                   and (numeroCarnetReserve is not numeric
                       or numeroCarnetReserve = 0)
               move 43 to codeErreur
               perform writeErreur
           else
               perform reservationPlacesClient
           end-if.

       reservationPlacesClient.
      ************************************
           move dateReserve to dateVenteControlee.
           perform checkVenteAutorisee.
           if venteRefusee
               move 19 to codeErreur
               perform writeErreur
               giving placesTemp.
           move numSalle to salleIDLu.
           read FiSalle.
           perform appliqueConfigRepresentation.
          display "Nb reserv actuelles : " nbReservations(categReserve).
          DISPLAY "Nb reservations MAJ : " nbPlacesReserve.
          display "Total reservations  : " placesTemp "/"
               giving placesAccessTemp.
           move categReserve to categVendable.
           perform calculeCapaciteVendable.
      *    categorie complete : des places remises en revente par
      *    leurs detenteurs servent la demande avant la liste
      *    d'attente ; elles ne sont pas reperees accessibles et ne
      *    servent donc qu'une demande sans place accessible
           move 0 to placesEnRevente.
           if placesTemp > capaciteVendable
                   and nbPlacesAccessReserve = 0
               move categReserve to categRevendue
               perform comptePlacesEnRevente
           end-if.
           if placesTemp > capaciteVendable
               if placesEnRevente >= nbPlacesReserve
                   perform reservationSurRevente
               else
                   move categReserve to categErreurCourante
                   move 04 to codeErreur
                   perform writeErreur
                   perform mettreEnAttente
               end-if
           else
               if placesAccessTemp > placesAccessibles
                   move categReserve to categErreurCourante
                               perform writeErreur
                   not invalid key
                       add 1 to nbReservationsAppliquees
                       move categReserve to categSiegeCourante
                       move codeClient to codeClientSiegeCourant
                       add 1 to ancienneValeurAuditTemp
                           giving rangDebutSiege
                       move placesTemp to rangFinSiege
                       perform valoriseSiegesZones
                       perform enregistrerReservationDetail
                       perform attribuerSieges
                       move categReserve to categResume
                       move nbPlacesReserve to deltaResume
                       move codeSpect to codeSpectCreance
                       move dateRepresentation
                           to dateRepresentationCreance
                       move montantPlacesZones to montantCreance
                       perform enregistrerCreance
                       move spaces to champModifieAudit
                       string "nbReservations(" categReserve ")"
                   move codeSpect to codeSpectCreance
                   move dateRepresentation
                       to dateRepresentationCreance
                   move montantPlacesZones to montantCreance
                   move "K" to modeReglementCreance
                   perform enregistrerCreance
                   add 1 to nbCarnetsRegles
      *    attribue des numeros de sieges concrets aux places qui
      *    viennent d'etre comptees sur la representation courante ;
      *    l'appelant garnit categSiegeCourante, le client et
      *    l'intervalle de rangs a couvrir ; les rangs au-dela de la
      *    capacite physique sont des places attribuees a l'entree
           perform capacitePhysiqueSiegesCourante.
           perform varying rangSiege from rangDebutSiege by 1
                   until rangSiege > rangFinSiege
               move codeSpect to codeSpectSiege
                   categSiegeCourante * 1000 + rangSiege
               move categSiegeCourante to categSiege
               move codeClientSiegeCourant to codeClientSiege
               if rangSiege > capacitePhysiqueSieges
                   move "E" to surreservationSiege
               else
                   move space to surreservationSiege
               end-if
               write EnregSiege
                   invalid key continue
               end-write
      *    la numerotation de la categorie est recompactee pour que
      *    l'attribution par rang (compteur + 1) reste sans
      *    collision ; sans client connu, les sieges les plus hauts
      *    de la categorie partent comme avant ; l'ajustement de
      *    zone des sieges rendus est cumule pour le remboursement
           move 0 to ajustementZonesLiberes.
           perform chercheConfigZone.
           move categSiegeCourante to categSiegeZone.
           if codeClientSiegeCourant = spaces
               perform libererSiegesParRang
           else
                   categSiegeCourante * 1000 + rangSiege
               delete FiSieges
                   invalid key continue
                   not invalid key
                       move numeroSiege to numeroSiegeZone
                       perform cumuleZoneSiegeLibere
               end-delete
           end-perform.

               move codeClientSiege
                   to clientSiegeCat(nbSiegesCategorie)
               move "N" to supprimeSiegeCat(nbSiegesCategorie)
               move surreservationSiege
                   to surreservationSiegeCat(nbSiegesCategorie)
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           move numeroSiegeCat(iSiegeCat) to numeroSiege.
           delete FiSieges
               invalid key continue
               not invalid key
                   move numeroSiegeCat(iSiegeCat) to numeroSiegeZone
                   perform cumuleZoneSiegeLibere
           end-delete.
           move "O" to supprimeSiegeCat(iSiegeCat).
           subtract 1 from nbSiegesALiberer.
      ************************************
      *    renumerote les sieges restants de la categorie en 1..n :
      *    l'attribution suivante repartira de compteur + 1 sans
      *    tomber sur un numero encore occupe ; un siege vendu en
      *    surreservation qui redescend dans la capacite physique
      *    retrouve une place ordinaire
           perform capacitePhysiqueSiegesCourante.
           move 0 to rangCompactage.
           perform varying iSiegeCat from 1 by 1
                   until iSiegeCat > nbSiegesCategorie
                   add 1 to rangCompactage
                   compute numeroSiegeAttendu =
                       categSiegeCourante * 1000 + rangCompactage
                   if rangCompactage > capacitePhysiqueSieges
                       move "E" to surreservationSiegeAttendue
                   else
                       move space to surreservationSiegeAttendue
                   end-if
                   if numeroSiegeCat(iSiegeCat)
                           not = numeroSiegeAttendu
                       move codeSpect to codeSpectSiege
                       move categSiegeCourante to categSiege
                       move clientSiegeCat(iSiegeCat)
                           to codeClientSiege
                       move surreservationSiegeAttendue
                           to surreservationSiege
                       write EnregSiege
                           invalid key continue
                       end-write
                   else
                       if surreservationSiegeCat(iSiegeCat)
                               not = surreservationSiegeAttendue
                           move codeSpect to codeSpectSiege
                           move dateRepresentation to dateSiege
                           move numeroSiegeAttendu to numeroSiege
                           move categSiegeCourante to categSiege
                           move clientSiegeCat(iSiegeCat)
                               to codeClientSiege
                           move surreservationSiegeAttendue
                               to surreservationSiege
                           rewrite EnregSiege
                               invalid key continue
                           end-rewrite
                       end-if
                   end-if
               end-if
           end-perform.
       libererSiegesRepresentation.
      ************************************
      *    vide le plan de salle complet d'une representation annulee
      *    en cumulant par categorie l'ajustement de zone des sieges ;
      *    un siege tenu sur une part de forfait active est rembourse
      *    ici sur sa part et compte a part, l'appelant ne valorise
      *    au prix de la categorie que les autres places
           move 0 to ajustementLiberesCateg(1).
           move 0 to ajustementLiberesCateg(2).
           move 0 to ajustementLiberesCateg(3).
           move 0 to nbPlacesForfaitLiberees(1).
           move 0 to nbPlacesForfaitLiberees(2).
           move 0 to nbPlacesForfaitLiberees(3).
           perform chercheConfigZone.
           move codeSpect to codeSpectSiege.
           move dateRepresentation to dateSiege.
           move 0 to numeroSiege.

       videSiegeRepresentation.
      ************************************
           move numeroSiege to numeroSiegeZone.
           move categSiege to categSiegeZone.
           move codeClientSiege to codeClientPartCherchee.
           perform ajustementZoneCourant.
           delete FiSieges
               invalid key continue
               not invalid key
                   if categSiegeZone >= 1 and categSiegeZone <= 3
                       perform rembourserSiegeForfaitMasse
                       if not partForfaitTrouvee
                           add ajustementZoneSiege to
                               ajustementLiberesCateg(categSiegeZone)
                       end-if
                   end-if
           end-delete.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       rembourserSiegeForfaitMasse.
      ************************************
      *    le siege d'un detenteur de forfait suit le bareme du
      *    forfait : une place remboursee sur sa part, au taux de la
      *    raison garnie par l'appelant, et la part est close
           move categSiegeZone to categPartCherchee.
           perform cherchePartForfait.
           if partForfaitTrouvee
               move categSiegeZone to categRemboursementCourante
               move 1 to nbPlacesRemboursees
               move 0 to ajustementRemboursCourant
               move "O" to remboursementForfaitFlag
               perform ecrireRemboursement
               move "N" to remboursementForfaitFlag
               move "A" to etatPartForfait(iPartTrouvee)
               rewrite EnregForfaitVendu
                   invalid key continue
               end-rewrite
               add 1 to nbPartsForfaitAnnulees
               add 1 to nbPlacesForfaitLiberees(categSiegeZone)
           end-if.

       paiement.
      ************************************
      *    encaisse un reglement recu d'un client et le porte au
                   move 11 to codeErreur
                   perform writeErreur
               not invalid key
                   evaluate true
                       when paiementParAvoir
                           perform reglerParAvoir
                       when paiementParPoints
                           perform reglerParPoints
                       when modePaiement = "Q" and clientEnIncident
                           move 44 to codeErreur
                           perform writeErreur
                       when other
                           perform appliquerPaiement
                   end-evaluate
           end-read.

       appliquerPaiement.
                   add 1 to nbAvoirsRegles
           end-evaluate.

       reglerParPoints.
      ************************************
      *    reglement par points de fidelite : le montant est
      *    converti en points a la contre-valeur du bareme, arrondi
      *    au point superieur ; le compte doit exister et couvrir le
      *    tirage, le mouvement 'U' porte le montant regle
           move codeClientPaiement to codeClientPoints.
           read FiPoints
               invalid key
                   move 35 to codeErreur
                   perform writeErreur
               not invalid key
                   perform tireSurPoints
           end-read.

       tireSurPoints.
      ************************************
           divide montantPaiement by valeurPoint
               giving pointsNecessaires
               remainder restePointsDivision.
           if restePointsDivision > 0
               add 1 to pointsNecessaires
           end-if.
           if pointsNecessaires > soldePoints
               move 36 to codeErreur
               perform writeErreur
           else
               subtract pointsNecessaires from soldePoints
               add pointsNecessaires to cumulPointsUtilises
               move dateTraitementJour to dateDernierMouvementPoints
               rewrite EnregPoints
                   invalid key continue
               end-rewrite
               move codeClientPaiement to codeClientMvtPoints
               move "U" to typeMvtPoints
               move "-" to sensMvtPoints
               move pointsNecessaires to nbPointsMvt
               move montantPaiement to valeurMvtPoints
               move codeSpectPaiement to codeSpectMvtPoints
               move dateRepresentationPaiement
                   to dateRepresentationMvtPoints
               move dateTraitementJour to dateMvtPoints
               move spaces to codeOperateurMvtPoints
               write EnregMouvementPoints
               perform appliquerPaiement
               add 1 to nbPointsRegles
           end-if.

       rejetPaiement.
      ************************************
      *    cheque revenu impaye ou paiement carte conteste : le
      *    reglement d'origine doit figurer au grand livre et ne pas
      *    avoir deja ete rejete ; le mouvement 'I' rouvre le montant
      *    sous les references du reglement rejete et le client passe
      *    en incident de paiement
           move codeClientRejet to codeClientMaster.
           read FiClient
               invalid key
                   move 11 to codeErreur
                   perform writeErreur
               not invalid key
                   perform chercheReglementRejete
                   if (modeReglementRejet = "Q"
                           or modeReglementRejet = "C"
                           or modeReglementRejet = "P")
                           and nbReglementsOrigine > nbRejetsAnterieurs
                       perform appliqueRejetPaiement
                   else
                       move 45 to codeErreur
                       perform writeErreur
                   end-if
           end-read.

       chercheReglementRejete.
      ************************************
      *    le grand livre est bascule en lecture le temps du
      *    comptage, comme pour le solde d'un transfert
           move 0 to nbReglementsOrigine.
           move 0 to nbRejetsAnterieurs.
           move 0 to montantReportePaye.
           move 0 to montantReporteRejete.
           CLOSE FiCreances.
           OPEN INPUT FiCreances.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           perform compteReglementRejete
               until fs-fiCreances not = "00".
           CLOSE FiCreances.
           OPEN EXTEND FiCreances.
           if montantReportePaye
                   >= montantReporteRejete + montantRejet
               add 1 to nbReglementsOrigine
           end-if.

       compteReglementRejete.
      ************************************
           if creanceReportee
               perform compteReglementReporte
           end-if.
           if codeClientCreance = codeClientRejet
                   and codeSpectCreance = codeSpectRejet
                   and dateRepresentationCreance
                       = dateRepresentationRejet
                   and montantCreance = montantRejet
                   and modeReglementCreance = modeReglementRejet
      *    un prelevement revient avec sa date d'echeance et non
      *    celle de son passage au livre : pour le mode "P" seules
      *    les references et le montant sont rapproches
               if creancePaiement
                   if dateMouvementCreance = dateReglementRejet
                           or modeReglementRejet = "P"
                       add 1 to nbReglementsOrigine
                   end-if
               end-if
               if creanceRejetPaiement
                   if dateReglementRejeteCreance = dateReglementRejet
                           or modeReglementRejet = "P"
                       add 1 to nbRejetsAnterieurs
                   end-if
               end-if
           end-if.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       compteReglementReporte.
      ************************************
      *    un reglement d'une periode close n'existe plus qu'en
      *    cumul dans les reports a nouveau : il est reconnu si les
      *    reglements reportes, nets des rejets reportes, couvrent
      *    le montant rejete
           if codeClientCreance = codeClientRejet
                   and codeSpectCreance = codeSpectRejet
                   and dateRepresentationCreance
                       = dateRepresentationRejet
                   and modeReglementCreance = modeReglementRejet
                   and dateReglementRejet <= dateFinClotureCreances
               if sensReporteCreance = "P"
                   add montantCreance to montantReportePaye
               end-if
               if sensReporteCreance = "I"
                   add montantCreance to montantReporteRejete
               end-if
           end-if.

       appliqueRejetPaiement.
      ************************************
           move codeClientRejet to codeClientCreance.
           move "I" to sensCreance.
           move codeSpectRejet to codeSpectCreance.
           move dateRepresentationRejet to dateRepresentationCreance.
           move montantRejet to montantCreance.
           move modeReglementRejet to modeReglementCreance.
           move dateReglementRejet to dateReglementRejeteCreance.
           perform enregistrerCreance.
           move "O" to incidentPaiementClient.
           rewrite EnregClient
               invalid key continue
           end-rewrite.
           add 1 to nbRejetsPaiement.

       controleIncidentClient.
      ************************************
      *    un client en incident de paiement ne peut plus etre
      *    facture a terme ni regler par cheque tant que l'incident
      *    n'est pas leve par la mise a jour des clients
           move "N" to incidentClientFlag.
           move codeClientIncident to codeClientMaster.
           read FiClient
               invalid key continue
               not invalid key
                   if clientEnIncident
                       move "O" to incidentClientFlag
                   end-if
           end-read.

       enregistrerCreance.
      ************************************
      *    le mouvement est deja garni par l'appelant a l'exception
           if creanceFacturation
               move space to modeReglementCreance
           end-if.
           if not creanceRejetPaiement
               move 0 to dateReglementRejeteCreance
           end-if.
           move space to sensReporteCreance.
           accept dateMouvementCreance from date YYYYMMDD.
           move canalVenteCourant to canalVenteCreance.
           if modeSimulation and creanceFacturation
               add montantCreance to montantFactureSimulation
           end-if.
           write EnregCreance.

       enregistrerAudit.
       enregistrerReservationDetail.
      ************************************
      *    trace le detenteur et le nombre de places pour cette
      *    representation, pour le manifeste d'embarquement ; le
      *    montant est celui des sieges valorises a leur zone
           move codeSpect to codeSpectDetail.
           move dateRepresentation to dateRepresentationDetail.
           move categReserve to categDetail.
           move codeClient to codeClientDetail.
           move nomClient to nomClientDetail.
           move nbPlacesAccessReserve to nbPlacesAccessiblesDetail.
           move montantPlacesZones to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           move codeClient to codeClientRef.
           perform enregistrerResaClientRef.
           write EnregAttente
               invalid key continue
           end-write.
           if modeSimulation
               move "W" to resultatSimulation
           end-if.

       enregistrerClient.
      ************************************
                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key continue
                   end-write
                   end-read
           end-start.

       initEcheanciersAbo.
      ************************************
      *    meme recherche du dernier numero emis que pour les
      *    contrats de groupe
           move 1 to numeroEcheancierAboSuivant.
           move high-values to numeroEcheancierAbo.
           start FiEcheanciersAbo key is <= numeroEcheancierAbo
               invalid key continue
               not invalid key
                   read FiEcheanciersAbo
                       invalid key continue
                       not invalid key
                           add 1 to numeroEcheancierAbo
                               giving numeroEcheancierAboSuivant
                   end-read
           end-start.

       contratGroupe.
      ************************************
      *    contrat de groupe : le bloc de places se reserve comme
           move montantDetailGroupe to montantFactureDetail.
           move 0 to montantDetailGroupe.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           subtract trancheDetailGroupe from resteDetailGroupe.

                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key continue
                   end-write
                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key continue
                   end-write
               move soldeTransfert to montantCreance
               accept dateMouvementCreance from date YYYYMMDD
               move "T" to modeReglementCreance
               move canalVenteCourant to canalVenteCreance
               write EnregCreance
           end-if.

       cumuleSoldeTransfert.
      ************************************
      *    un report a nouveau se lit comme son sens d'origine
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           if codeClientCreance = codeClientCedantSauve
                   and codeSpectCreance = codeSpect
                   and dateRepresentationCreance = dateRepresentation
               if creanceFacturation or creanceRejetPaiement
                   add montantCreance to soldeTransfert
               else
                   subtract montantCreance from soldeTransfert
           move 0 to nbPlacesAccessiblesDetail.
           move 0 to montantFactureDetail.
           move "A" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           move codeClientBenefSauve to codeClientDetail.
           move nomClientBenefSauve to nomClientDetail.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.

       remiseEnRevente.
      ************************************
      *    remise en revente de places sur une categorie complete :
      *    rien ne bouge aux compteurs ni au plan de salle, le
      *    detenteur garde ses sieges jusqu'a ce qu'un acheteur les
      *    reprenne ; une categorie qui a encore de la place
      *    releve d'une annulation ordinaire
           move codeSpectDepot to codeSpect.
           start FiSpectacle key is = codeSpect
               invalid key move 37 to codeErreur
                           perform writeErreur
               not invalid key
                   read FiSpectacle
                   perform controleRemiseEnRevente
           end-start.

       controleRemiseEnRevente.
      ************************************
           move dateRepresentation to dateVenteControlee.
           perform checkVenteAutorisee.
           perform getSalle.
           move categDepot to categVendable.
           perform calculeCapaciteVendable.
           move codeClientDepot to codeClientSiegeCourant.
           move categDepot to categSiegeCourante.
           perform compteSiegesClientCategorie.
           move categDepot to categRevendue.
           perform comptePlacesDeposeesClient.
           evaluate true
               when venteRefusee
                   move 19 to codeErreur
                   perform writeErreur
               when nbReservations(categDepot) < capaciteVendable
                   move categDepot to categErreurCourante
                   move 38 to codeErreur
                   perform writeErreur
               when placesDetenuesCedant
                       < placesEnRevente + nbPlacesDepot
                   move categDepot to categErreurCourante
                   move 39 to codeErreur
                   perform writeErreur
               when other
                   perform enregistrerRemiseEnRevente
           end-evaluate.

       enregistrerRemiseEnRevente.
      ************************************
           move seqReventeSuivant to seqRevente.
           add 1 to seqReventeSuivant.
           move codeSpect to codeSpectRevente.
           move categDepot to categRevente.
           move dateRepresentation to dateRepresentationRevente.
           move codeClientDepot to codeClientRevente.
           move nbPlacesDepot to nbPlacesDeposees.
           move 0 to nbPlacesRevendues.
           move 0 to nbPlacesRegleesRevente.
           if dateDepot is numeric and dateDepot > 0
               move dateDepot to dateDepotRevente
           else
               move dateTraitementJour to dateDepotRevente
           end-if.
           move modeRemboursementDepot to modeRemboursementRevente.
           move "D" to etatRevente.
           move 0 to montantRembourseRevente.
           move dateDepotRevente to dateMouvementRevente.
           write EnregRevente
               invalid key continue
           end-write.
           add 1 to nbReventesDeposees.
           move "remise en revente" to champModifieAudit.
           move codeClientDepot to ancienneValeurAudit.
           move nbPlacesDepot to nouvelleValeurAudit.
           move 0 to raisonAnnulationAudit.
           move 0 to dateAnnulationAudit.
           perform enregistrerAudit.
      *    la liste d'attente de la categorie est servie la
      *    premiere sur les places rendues
           perform revendreAttente.

       comptePlacesDeposeesClient.
      ************************************
      *    places que le deposant a deja en revente, non encore
      *    reprises, sur la representation et la categorie
      *    courantes : elles ne se deposent pas deux fois
           move 0 to placesEnRevente.
           move codeSpect to codeSpectRevente.
           move categRevendue to categRevente.
           move cleRevente to cleReventeCible.
           start FiReventes key is = cleRevente
               invalid key continue
               not invalid key
                   read FiReventes next
                       at end move "10" to fs-fiReventes
                   end-read
                   perform cumulePlacesDeposeesClient
                       until finErreurFiReventes
                           or cleRevente not = cleReventeCible
           end-start.
           move "00" to fs-fiReventes.

       cumulePlacesDeposeesClient.
      ************************************
           if reventeEnCours
                   and dateRepresentationRevente = dateRepresentation
                   and codeClientRevente = codeClientDepot
               compute placesEnRevente = placesEnRevente
                   + nbPlacesDeposees - nbPlacesRevendues
           end-if.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       compteSiegesClientCategorie.
      ************************************
      *    sieges du client codeClientSiegeCourant dans la
      *    categorie categSiegeCourante de la representation
      *    courante
           move 0 to placesDetenuesCedant.
           move codeSpect to codeSpectSiege.
           move dateRepresentation to dateSiege.
           move 0 to numeroSiege.
           string codeSpectSiege dateSiege delimited by size
               into cleSiegeRepresentation
           end-string.
           start FiSieges key is >= cleSiege
               invalid key continue
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
                   perform compteSiegeClientCategorie
                       until finErreurFiSieges
                       OR cleSiege(1:15) not = cleSiegeRepresentation
           end-start.
           move "00" to fs-fiSieges.

       compteSiegeClientCategorie.
      ************************************
           if codeClientSiege = codeClientSiegeCourant
                   and categSiege = categSiegeCourante
               add 1 to placesDetenuesCedant
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       comptePlacesEnRevente.
      ************************************
      *    places reprenables sur la categorie categRevendue de la
      *    representation courante, tous deposants confondus
           move 0 to placesEnRevente.
           move codeSpect to codeSpectRevente.
           move categRevendue to categRevente.
           move cleRevente to cleReventeCible.
           start FiReventes key is = cleRevente
               invalid key continue
               not invalid key
                   read FiReventes next
                       at end move "10" to fs-fiReventes
                   end-read
                   perform cumulePlacesEnRevente
                       until finErreurFiReventes
                           or cleRevente not = cleReventeCible
           end-start.
           move "00" to fs-fiReventes.

       cumulePlacesEnRevente.
      ************************************
           if reventeEnCours
                   and dateRepresentationRevente = dateRepresentation
               perform placesReprenablesRevente
               add placesPriseRevente to placesEnRevente
           end-if.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       placesReprenablesRevente.
      ************************************
      *    le deposant a pu annuler entre-temps une partie de ses
      *    places : seules celles qu'il detient encore se
      *    reprennent
           move codeClientRevente to codeClientSiegeCourant.
           move categRevente to categSiegeCourante.
           perform compteSiegesClientCategorie.
           compute placesPriseRevente =
               nbPlacesDeposees - nbPlacesRevendues.
           if placesDetenuesCedant < placesPriseRevente
               move placesDetenuesCedant to placesPriseRevente
           end-if.

       reservationSurRevente.
      ************************************
      *    reservation servie sur des places remises en revente :
      *    la capacite ne bouge pas, les sieges changent de
      *    porteur
           move codeClient to codeClientAcheteur.
           move nomClient to nomClientAcheteur.
           move nbPlacesReserve to placesARevendre.
           perform revendrePlacesDeposees.
           add 1 to nbReservationsAppliquees.
           if numeroCarnetReserve is numeric
                   and numeroCarnetReserve > 0
               perform reglerParCarnet
           end-if.

       revendreAttente.
      ************************************
      *    sert la liste d'attente de la categorie sur les places
      *    remises en revente, dans l'ordre d'inscription, tant
      *    qu'elles couvrent la demande ; une demande avec places
      *    accessibles reste en attente d'une vraie liberation
           perform getSalle.
           move codeSpect to codeSpectAttente.
           move categRevendue to categAttente.
           move cleAttente to cleAttenteCible.
           start FiListeAttente key is = cleAttente
               invalid key continue
               not invalid key
                   read FiListeAttente next
                       at end move "10" to fs-fiAttente
                   end-read
                   perform servirAttenteRevente
                       until finErreurFiAttente
                       OR cleAttente not = cleAttenteCible
           end-start.
           move "00" to fs-fiAttente.

       servirAttenteRevente.
      ************************************
           if nbPlacesAccessAttente is not numeric
               move 0 to nbPlacesAccessAttente
           end-if.
           if nbPlacesAccessAttente = 0
               perform comptePlacesEnRevente
               if placesEnRevente >= nbPlacesAttente
                   move codeClientAttente to codeClientAcheteur
                   move nomClientAttente to nomClientAcheteur
                   move nbPlacesAttente to placesARevendre
                   perform revendrePlacesDeposees
                   move "P" to typeNotificationCourant
                   move codeClientAttente to codeClientNotification
                   move nomClientAttente to nomClientNotification
                   perform ecrireNotification
                   delete FiListeAttente
                       invalid key continue
                   end-delete
               end-if
           end-if.
           read FiListeAttente next
               at end move "10" to fs-fiAttente
           end-read.

       revendrePlacesDeposees.
      ************************************
      *    reprend placesARevendre places de la categorie
      *    categRevendue pour l'acheteur courant, sur les remises
      *    en revente les plus anciennes d'abord ; l'appelant a
      *    verifie que les places reprenables couvrent la demande
           move placesARevendre to resteARevendre.
           move codeSpect to codeSpectRevente.
           move categRevendue to categRevente.
           move cleRevente to cleReventeCible.
           start FiReventes key is = cleRevente
               invalid key continue
               not invalid key
                   read FiReventes next
                       at end move "10" to fs-fiReventes
                   end-read
                   perform reprendreRevente
                       until finErreurFiReventes
                           or cleRevente not = cleReventeCible
                           or resteARevendre = 0
           end-start.
           move "00" to fs-fiReventes.
           perform facturerAcheteurRevente.
           add placesARevendre to nbPlacesRevenduesJour.

       reprendreRevente.
      ************************************
           if reventeEnCours
                   and dateRepresentationRevente = dateRepresentation
               perform placesReprenablesRevente
               if placesPriseRevente > resteARevendre
                   move resteARevendre to placesPriseRevente
               end-if
               if placesPriseRevente > 0
                   perform basculeSiegesRevente
                   add placesPriseRevente to nbPlacesRevendues
                   subtract placesPriseRevente from resteARevendre
                   move dateTraitementJour to dateMouvementRevente
                   if nbPlacesRevendues >= nbPlacesDeposees
                       move "R" to etatRevente
                   end-if
                   rewrite EnregRevente
                       invalid key continue
                   end-rewrite
                   perform ecritSortieCedantRevente
      *    le cedant qui n'a plus un siege sur la representation
      *    perd ses references, comme apres une annulation
                   move codeClientRevente to codeClientSiegeCourant
                   perform compteSiegesClientRep
                   if resteClientSource = 0
                       perform purgerReferencesCedant
                   end-if
               end-if
           end-if.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       basculeSiegesRevente.
      ************************************
      *    reecrit placesPriseRevente sieges du cedant dans la
      *    categorie au nom de l'acheteur : numeros et compteurs
      *    restent ceux de la representation
           move 0 to placesCedeesRevente.
           move codeSpect to codeSpectSiege.
           move dateRepresentation to dateSiege.
           move 0 to numeroSiege.
           string codeSpectSiege dateSiege delimited by size
               into cleSiegeRepresentation
           end-string.
           start FiSieges key is >= cleSiege
               invalid key move "10" to fs-fiSieges
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
           end-start.
           perform basculeSiegeRevente
               until finErreurFiSieges
                   or cleSiege(1:15) not = cleSiegeRepresentation
                   or placesCedeesRevente >= placesPriseRevente.
           move "00" to fs-fiSieges.

       basculeSiegeRevente.
      ************************************
           if codeClientSiege = codeClientRevente
                   and categSiege = categRevendue
               move codeClientAcheteur to codeClientSiege
               rewrite EnregSiege
                   invalid key continue
               end-rewrite
               add 1 to placesCedeesRevente
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       ecritSortieCedantRevente.
      ************************************
      *    sortie 'A' du cedant pour les places reprises : le
      *    manifeste et les billets suivent le nouveau porteur
           move codeSpect to codeSpectDetail.
           move dateRepresentation to dateRepresentationDetail.
           move categRevendue to categDetail.
           move placesPriseRevente to nbPlacesDetail.
           move codeClientRevente to codeClientDetail.
           move spaces to nomClientDetail.
           move 0 to nbPlacesAccessiblesDetail.
           move 0 to montantFactureDetail.
           move "A" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.

       purgerReferencesCedant.
      ************************************
           move codeClientRevente to codeClientRef.
           start FiResaClient key is = codeClientRef
               invalid key continue
               not invalid key
                   read FiResaClient next
                       at end move "10" to fs-fiResaClient
                   end-read
                   perform purgeReferenceClient
                       until finErreurFiResaClient
                       OR codeClientRef not = codeClientRevente
           end-start.
           move "00" to fs-fiResaClient.

       facturerAcheteurRevente.
      ************************************
      *    l'acheteur est facture comme sur une vente ordinaire :
      *    entree 'R' au detail, reference client, creance 'F' au
      *    prix de la categorie et trace d'audit
           move codeSpect to codeSpectDetail.
           move dateRepresentation to dateRepresentationDetail.
           move categRevendue to categDetail.
           move placesARevendre to nbPlacesDetail.
           move codeClientAcheteur to codeClientDetail.
           move nomClientAcheteur to nomClientDetail.
           move 0 to nbPlacesAccessiblesDetail.
           perform resoudrePrix.
           compute montantFactureDetail = placesARevendre *
               prixResolu(categRevendue).
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           move codeClientAcheteur to codeClientRef.
           perform enregistrerResaClientRef.
           move codeClientAcheteur to codeClientCreance.
           move "F" to sensCreance.
           move codeSpect to codeSpectCreance.
           move dateRepresentation to dateRepresentationCreance.
           move montantFactureDetail to montantCreance.
           perform enregistrerCreance.
           move spaces to champModifieAudit.
           string "revente(" categRevendue ")"
               delimited by size into champModifieAudit
           end-string.
           move placesARevendre to ancienneValeurAudit.
           move codeClientAcheteur to nouvelleValeurAudit.
           move 0 to raisonAnnulationAudit.
           move 0 to dateAnnulationAudit.
           perform enregistrerAudit.

       reglerReventes.
      ************************************
      *    fin de traitement : les places revendues (ici, au
      *    guichet ou sur une liste d'attente) sont remboursees au
      *    cedant, moins les frais de revente, par le flux des
      *    remboursements ou par un avoir ; une remise en revente
      *    encore ouverte sur une representation jouee est close,
      *    les places non reprises restant au detenteur
           move low-values to seqRevente.
           start FiReventes key is >= seqRevente
               invalid key move "10" to fs-fiReventes
               not invalid key
                   read FiReventes next
                       at end move "10" to fs-fiReventes
                   end-read
           end-start.
           perform reglerRevente until finErreurFiReventes.
           move "00" to fs-fiReventes.

       reglerRevente.
      ************************************
           if nbPlacesRevendues > nbPlacesRegleesRevente
               perform rembourserCedantRevente
           end-if.
           if reventeEnCours
                   and dateRepresentationRevente < dateTraitementJour
               move "N" to etatRevente
               move dateTraitementJour to dateMouvementRevente
               rewrite EnregRevente
                   invalid key continue
               end-rewrite
               add 1 to nbReventesCloses
           end-if.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       rembourserCedantRevente.
      ************************************
           move codeSpectRevente to codeSpect.
           read FiSpectacle key is codeSpect
               invalid key
                   display "Revente " seqRevente
                           " : representation introuvable, "
                           "remboursement differe"
               not invalid key
                   perform getSalle
                   perform resoudrePrix
                   move categRevente to categRemboursementCourante
                   move 5 to raisonRemboursementCourante
                   move dateMouvementRevente to dateAnnulationCourante
                   compute nbPlacesRemboursees =
                       nbPlacesRevendues - nbPlacesRegleesRevente
                   perform ecrireRemboursement
                   add montantRembours to montantRembourseRevente
                   move nbPlacesRevendues to nbPlacesRegleesRevente
                   rewrite EnregRevente
                       invalid key continue
                   end-rewrite
                   add 1 to nbReventesReglees
           end-read.

       initReventes.
      ************************************
      *    recherche du dernier numero de remise en revente, pour
      *    pouvoir en attribuer un nouveau
           move 0 to seqReventeSuivant.
           move high-values to seqRevente.
           start FiReventes key is <= seqRevente
               invalid key continue
               not invalid key
                   read FiReventes
                       invalid key continue
                       not invalid key
                           add 1 to seqRevente
                               giving seqReventeSuivant
                   end-read
           end-start.

       lireParamRevente.
      ************************************
           OPEN INPUT FiParamRevente.
           read FiParamRevente
               at end continue
               not at end
                   if tauxFraisReventeParam is numeric
                       move tauxFraisReventeParam to tauxFraisRevente
                   end-if
           end-read.
           CLOSE FiParamRevente.

       initOptions.
      ************************************
      *    recherche du dernier numero de sequence utilise sur le
      *    fichier des options, pour pouvoir en attribuer un nouveau
           move 0 to seqOptionSuivant.
           move high-values to seqOption.
           start FiOptions key is <= seqOption
               invalid key continue
               not invalid key
                   read FiOptions
                       invalid key continue
                       not invalid key
                           add 1 to seqOption giving seqOptionSuivant
                   end-read
           end-start.

       initAvoirs.
      ************************************
      *    recherche du dernier numero d'avoir emis, pour pouvoir
      *    en attribuer un nouveau ; la numerotation commence a 1,
      *    un numero nul signifiant "pas d'avoir" sur les
      *    transactions de paiement
           move 1 to numeroAvoirSuivant.
           move high-values to numeroAvoir.
           start FiAvoirs key is <= numeroAvoir
               invalid key continue
               not invalid key
                   read FiAvoirs
                       invalid key continue
                       not invalid key
                           add 1 to numeroAvoir
                               giving numeroAvoirSuivant
                   end-read
           end-start.

       poserOption.
      ************************************
      *    pose une option de groupe : la capacite est gelee tout de
      *    suite (compteur et sieges), la vente ferme n'interviendra
      *    qu'a la confirmation
           move codeSpectHold to codeSpect.
           start FiSpectacle key is = codeSpect
               invalid key move 13 to codeErreur
                           perform writeErreur
               not invalid key
                   read FiSpectacle
                   perform poserOptionPlaces
           end-start.

       poserOptionPlaces.
      ************************************
           add nbReservations(categHold) to nbPlacesHold
               giving placesTemp.
           perform getSalle.
           move categHold to categVendable.
           perform calculeCapaciteVendable.
           if placesTemp > capaciteVendable
               move categHold to categErreurCourante
               move 04 to codeErreur
               perform writeErreur
           else
               move nbReservations(categHold) to
                   ancienneValeurAuditTemp
               move placesTemp to nbReservations(categHold)
               rewrite EnregSpectacle
                   invalid key move categHold to categErreurCourante
                               move 06 to codeErreur
                               perform writeErreur
                   not invalid key
                       add 1 to nbOptionsPosees
                       move seqOptionSuivant to seqOption
                       add 1 to seqOptionSuivant
                       move codeSpectHold to codeSpectOption
                       move categHold to categOption
                       move nbPlacesHold to nbPlacesOption
                       move codeClientHold to codeClientOption
                       move nomClientHold to nomClientOption
                       move dateExpirationHold to dateExpirationOption
                       write EnregOption
                           invalid key continue
                       end-write
                       move categHold to categSiegeCourante
                       move codeClientHold to codeClientSiegeCourant
                       add 1 to ancienneValeurAuditTemp
                           giving rangDebutSiege
                       move placesTemp to rangFinSiege
                       perform attribuerSieges
                       move categHold to categResume
                       move nbPlacesHold to deltaResume
                       perform majResumeVendu
                       move spaces to champModifieAudit
                       string "option(" categHold ")"
                           delimited by size into champModifieAudit
                       end-string
                       move ancienneValeurAuditTemp
                           to ancienneValeurAudit
                       move nbReservations(categHold)
                           to nouvelleValeurAudit
                       move 0 to raisonAnnulationAudit
                       move 0 to dateAnnulationAudit
                       perform enregistrerAudit
               end-rewrite
           end-if.

       confirmerOption.
      ************************************
      *    transforme une option en vente ferme : l'option est
      *    retiree du fichier et le detail, les references client et
      *    la facturation sont produits comme pour une reservation ;
      *    les compteurs et les sieges n'ont pas a bouger, ils ont
      *    ete pris a la pose de l'option ; une option de
      *    reabonnement confirmee (canal "S") devient une place
      *    d'abonnement, facturee avec la remise abonne
           move "N" to optionTrouveeFlag.
           move codeSpectConfirm to codeSpectOption.
           move categConfirm to categOption.
           move cleOption to cleOptionCible.
           start FiOptions key is = cleOption
               invalid key continue
               not invalid key
                   read FiOptions next
                       at end move "10" to fs-fiOptions
                   end-read
                   perform chercheOptionConfirm
                       until finErreurFiOptions
                       OR optionTrouvee
                       OR cleOption not = cleOptionCible
           end-start.
           move "00" to fs-fiOptions.
           if optionTrouvee
               move codeClientConfirm to codeClientIncident
               perform controleIncidentClient
               if incidentClientConstate
                   move 43 to codeErreur
                   perform writeErreur
               else
                   perform fermeVenteOption
               end-if
           else
               move 14 to codeErreur
               perform writeErreur
           end-if.

       chercheOptionConfirm.
      ************************************
           if codeClientOption = codeClientConfirm
               move "O" to optionTrouveeFlag
           else
               read FiOptions next
                   at end move "10" to fs-fiOptions
               end-read
           end-if.

       fermeVenteOption.
      ************************************
           move codeSpectConfirm to codeSpect.
           start FiSpectacle key is = codeSpect
               invalid key move 13 to codeErreur
                           perform writeErreur
               not invalid key
                   read FiSpectacle
                   add 1 to nbOptionsConfirmees
                   move 0 to nbPlacesAccessiblesDetail
                   compute montantFactureDetail = nbPlacesOption *
                       prixResolu(categOption)
                   if canalVenteCourant = "S"
                       compute montantFactureDetail rounded =
                           nbPlacesOption * prixResolu(categOption) *
                           (100 - tauxRemiseAbonnement) / 100
                       add nbPlacesOption to nbAbonnementsAppliques
                   end-if
                   move "R" to typeMouvementDetail
                   move canalVenteCourant to canalVenteDetail
                   write EnregReservationDetail
                   move codeClientOption to codeClientRef
                   perform enregistrerResaClientRef
                   move codeSpect to codeSpectCreance
                   move dateRepresentation
                       to dateRepresentationCreance
                   move montantFactureDetail to montantCreance
                   perform enregistrerCreance
                   move "confirmation option" to champModifieAudit
                   move codeClientOption to ancienneValeurAudit
                       move raisonAnnulation
                           to raisonRemboursementCourante
                       move dateAnnulation to dateAnnulationCourante
                       move ajustementZonesLiberes
                           to ajustementRemboursCourant
                       move codeClientAnnulation
                           to codeClientPartCherchee
                       move categAnnulation to categPartCherchee
                       perform cherchePartForfait
                       if partForfaitTrouvee
                           perform rembourserPartForfait
                       else
                           perform ecrireRemboursement
                       end-if
                       perform ecrireMouvementAnnulation
      *    une annulation partielle laisse au client le reste de sa
      *    detention : ses references ne disparaissent que quand il
           end-rewrite.
           perform rejouerAttente.

       cherchePartForfait.
      ************************************
      *    une place annulee par un client qui tient, sur cette
      *    representation et dans cette categorie, une part de
      *    forfait encore active releve du bareme du forfait ;
      *    l'appelant garnit le client et la categorie cherches
           move "N" to partForfaitTrouveeFlag.
           if codeClientPartCherchee not = spaces
               move codeClientPartCherchee to codeClientForfaitVendu
               start FiForfaitsVendus
                       key is = codeClientForfaitVendu
                   invalid key continue
                   not invalid key
                       read FiForfaitsVendus next
                           at end move "10" to fs-fiForfaitsVendus
                       end-read
                       perform examineForfaitClient
                           until finErreurFiForfaitsVendus
                           or partForfaitTrouvee
                           or codeClientForfaitVendu
                               not = codeClientPartCherchee
               end-start
               move "00" to fs-fiForfaitsVendus
           end-if.

       examineForfaitClient.
      ************************************
           if categForfaitVendu = categPartCherchee
               perform examinePartForfait
                   varying iPartForfait from 1 by 1
                   until iPartForfait > nbPartsForfaitVendu
                   or partForfaitTrouvee
           end-if.
           if not partForfaitTrouvee
               read FiForfaitsVendus next
                   at end move "10" to fs-fiForfaitsVendus
               end-read
           end-if.

       examinePartForfait.
      ************************************
           if codeSpectPartForfait(iPartForfait) = codeSpect
                   and partForfaitActive(iPartForfait)
               move "O" to partForfaitTrouveeFlag
               move iPartForfait to iPartTrouvee
               move montantPartForfait(iPartForfait)
                   to montantPartForfaitCourant
           end-if.

       rembourserPartForfait.
      ************************************
      *    la place du forfait est remboursee sur sa part du prix du
      *    forfait, au bareme du forfait, et la part est close ; les
      *    autres places annulees avec elle suivent le bareme a
      *    l'unite et emportent l'ajustement de zone des sieges
      *    rendus
           move nbPlacesRemboursees to nbPlacesAnnuleesTotal.
           move ajustementRemboursCourant to ajustementHorsForfait.
           move 1 to nbPlacesRemboursees.
           move "O" to remboursementForfaitFlag.
           perform ecrireRemboursement.
           move "N" to remboursementForfaitFlag.
           move "A" to etatPartForfait(iPartTrouvee).
           rewrite EnregForfaitVendu
               invalid key continue
           end-rewrite.
           add 1 to nbPartsForfaitAnnulees.
           compute nbPlacesRemboursees = nbPlacesAnnuleesTotal - 1.
           if nbPlacesRemboursees > 0
               move ajustementHorsForfait to ajustementRemboursCourant
               perform ecrireRemboursement
           end-if.
           move nbPlacesAnnuleesTotal to nbPlacesRemboursees.

       ecrireMouvementAnnulation.
      ************************************
      *    mouvement negatif au detail des reservations : le
           end-if.
           move 0 to montantFactureDetail.
           move "A" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.

       purgerReferencesClientSpect.
           move 0 to nbPlacesAccessiblesDetail.
           move 0 to montantFactureDetail.
           move "B" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.

       ecrireRemboursement.
      *    applique le bareme de remboursement avant d'ecrire la
      *    ligne du flux comptable ; l'appelant garnit la categorie,
      *    la raison, la date d'annulation et le nombre de places,
      *    la salle est deja relue et les prix deja resolus ; quand
      *    les sieges rendus sont connus, l'appelant garnit aussi
      *    l'ajustement de leurs zones, consomme ici ; une place de
      *    forfait est valorisee a sa part du forfait
           move codeSpect to codeSpectRembours.
           move dateRepresentation to dateRepresentationRembours.
           move categRemboursementCourante to categRembours.
           move nbPlacesRemboursees to nbPlacesRembours.
           if remboursementForfait
               move montantPartForfaitCourant to montantBrutCalcule
           else
               compute montantBrutCalcule = nbPlacesRemboursees *
                   prixResolu(categRemboursementCourante)
                   + ajustementRemboursCourant
           end-if.
           if montantBrutCalcule < 0
               move 0 to montantBrutCalcule
           end-if.
           move montantBrutCalcule to montantBrutRembours.
           move 0 to ajustementRemboursCourant.
           if remboursementForfait
               perform calculeTauxRemboursementForfait
           else
               perform calculeTauxRemboursement
           end-if.
           move tauxRemboursement to tauxRembours.
           compute montantRembours rounded = montantBrutRembours *
               tauxRemboursement / 100.
           move raisonRemboursementCourante to raisonRembours.
           move dateAnnulationCourante to dateAnnulationRembours.
      *    quand le client a accepte un avoir a la place d'un
      *    remboursement en especes (mode "A" sur l'annulation ou
      *    sur la remise en revente), aucun flux ne part vers la
      *    comptabilite fournisseurs : l'avoir porte le montant et
      *    sera tire comme moyen de paiement
           if raisonRemboursementCourante = 5
               if reventeRembourseeEnAvoir and montantRembours > 0
                   move codeClientRevente to codeClientAvoirCourant
                   perform emettreAvoir
               else
                   write EnregRemboursement
               end-if
           else
               if codeMaj = "A" and remboursementEnAvoir
                       and codeClientAnnulation not = spaces
                       and montantRembours > 0
                   move codeClientAnnulation to codeClientAvoirCourant
                   perform emettreAvoir
               else
                   write EnregRemboursement
               end-if
           end-if.

       emettreAvoir.
      *    rembourse, valable un an a compter du jour de traitement
           move numeroAvoirSuivant to numeroAvoir.
           add 1 to numeroAvoirSuivant.
           move codeClientAvoirCourant to codeClientAvoir.
           move montantRembours to montantAvoir.
           move montantRembours to montantRestantAvoir.
           move dateTraitementJour to dateEmissionAvoir.
      *    integral quand l'annulation vient de la maison (spectacle
      *    annule, correction de surbooking), rien pour un no-show,
      *    et pour une demande client un taux degressif selon le
      *    delai entre l'annulation et la representation ; une place
      *    remise en revente et revendue est remboursee au prix de
      *    la categorie moins les frais de revente
           evaluate raisonRemboursementCourante
               when 3
                   move 100 to tauxRemboursement
                   move 100 to tauxRemboursement
               when 2
                   move 0 to tauxRemboursement
               when 5
                   compute tauxRemboursement = 100 - tauxFraisRevente
               when 1
                   perform calculeDelaiAnnulation
                   evaluate true
                       when joursAvantRepresentation >= 30
                           move 90 to tauxRemboursement
                       when joursAvantRepresentation >= 8
                           move 50 to tauxRemboursement
                       when joursAvantRepresentation >= 0
                           move 25 to tauxRemboursement
                       when other
                           move 0 to tauxRemboursement
                   end-evaluate
               when other
                   move 0 to tauxRemboursement
           end-evaluate.

       calculeTauxRemboursementForfait.
      ************************************
      *    bareme du forfait : remboursement integral de la part
      *    quand l'annulation vient de la maison, rien pour un
      *    no-show ni le jour meme ; une demande client anterieure a
      *    la representation est remboursee au taux fixe par le
      *    forfait et fige a la vente
           evaluate raisonRemboursementCourante
               when 3
                   move 100 to tauxRemboursement
               when 4
                   move 100 to tauxRemboursement
               when 1
                   perform calculeDelaiAnnulation
                   if joursAvantRepresentation > 0
                       move tauxRemboursForfaitVendu
                           to tauxRemboursement
                   else
                       move 0 to tauxRemboursement
                   end-if
               when other
                   move 0 to tauxRemboursement
           end-evaluate.
           if tauxRemboursement > 100
               move 100 to tauxRemboursement
           end-if.

       calculeDelaiAnnulation.
      ************************************
                               move 06 to codeErreur
                               perform writeErreur
                   not invalid key
                       move categAnnulation to categSiegeCourante
                       move codeClientAttente
                           to codeClientSiegeCourant
                       add 1 to ancienneValeurAuditTemp
                           giving rangDebutSiege
                       move placesTemp to rangFinSiege
                       perform valoriseSiegesZones
                       perform enregistrerAttenteDetail
                       perform attribuerSieges
                       move categAnnulation to categResume
                       move nbPlacesAttente to deltaResume
                       move codeSpect to codeSpectCreance
                       move dateRepresentation
                           to dateRepresentationCreance
                       move montantPlacesZones to montantCreance
                       perform enregistrerCreance
                       move "P" to typeNotificationCourant
                       move codeClientAttente
           move codeClientAttente to codeClientDetail.
           move nomClientAttente to nomClientDetail.
           move nbPlacesAccessAttente to nbPlacesAccessiblesDetail.
           move montantPlacesZones to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           move codeClientAttente to codeClientRef.
           perform enregistrerResaClientRef.
               invalid key
                   move spaces to adresseClientNotification
                   move spaces to emailClientNotification
                   write EnregNotification
                   end-write
                   add 1 to nbNotificationsEcrites
               not invalid key
                   perform ecrireNotificationClientConnu
           end-read.

       ecrireNotificationClientConnu.
      ************************************
      *    seuls les canaux que le client n'a pas refuses pour les
      *    envois de service sont garnis : le courriel s'il est
      *    valide, l'adresse postale sinon ou en plus ; sans canal
      *    permis la notification n'est pas extraite. Chaque canal
      *    retenu est porte au registre des correspondances
           move nomClientMaster to nomClientNotification.
           perform controleCanauxService.
           if courrielPermis or courrierPermis
               move spaces to adresseClientNotification
               move spaces to emailClientNotification
               if courrierPermis
                   move adresseClientMaster
                       to adresseClientNotification
               end-if
               if courrielPermis
                   move emailClientMaster to emailClientNotification
               end-if
               write EnregNotification
               add 1 to nbNotificationsEcrites
               perform enregistreCorrespNotification
           else
               add 1 to nbNotificationsSansCanal
           end-if.

       controleCanauxService.
      ************************************
      *    un envoi de service est permis sur un canal tant que le
      *    client ne l'a pas explicitement refuse, et que la
      *    coordonnee existe -- un courriel marque invalide par les
      *    retours du routeur ne compte pas
           move "N" to courrielPermisFlag.
           move "N" to courrierPermisFlag.
           if emailClientMaster not = spaces and not emailInvalide
               move "O" to courrielPermisFlag
               move codeClientMaster to codeClientConsent
               move "E" to canalConsent
               move "S" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementRefuse
                           move "N" to courrielPermisFlag
                       end-if
               end-read
           end-if.
           if rueClientMaster not = spaces
               move "O" to courrierPermisFlag
               move codeClientMaster to codeClientConsent
               move "P" to canalConsent
               move "S" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementRefuse
                           move "N" to courrierPermisFlag
                       end-if
               end-read
           end-if.

       enregistreCorrespNotification.
      ************************************
           move dateTraitementJour to dateCorrespondance.
           move codeClientMaster to codeClientCorresp.
           move spaces to typeCorrespondance.
           string "NOTIF-" typeNotification delimited by size
               into typeCorrespondance.
           move "S" to natureCorrespondance.
           move "GestionSpectacle2" to programmeCorrespondance.
           move spaces to referenceCorrespondance.
           string codeSpect dateRepresentation delimited by size
               into referenceCorrespondance.
           if courrierPermis
               move "P" to canalCorrespondance
               write EnregCorrespondance
           end-if.
           if courrielPermis
               move "E" to canalCorrespondance
               write EnregCorrespondance
           end-if.

       notifierClientsRepresentation.
      ************************************
      *    parcourant la cle codeSpect comme le fait l'annulation en
      *    masse, avec la remise abonne sur chaque facturation
           perform enregistrerClientAbonne.
           move codeClientAbo to codeClientIncident.
           perform controleIncidentClient.
           if incidentClientConstate
               move 43 to codeErreur
               perform writeErreur
           else
               perform souscrireAbonnement
           end-if.

       souscrireAbonnement.
      ************************************
           move 0 to montantTotalAbonnement.
           move dateDebutAbo to dateDebutAbonnement.
           if dateDebutAbonnement is not numeric
                   or dateDebutAbonnement = 0
                       until finErreurFiSpectacle
                       OR codeGenre not = codeGenreAbo
           end-start.
           if nbEcheancesAbo is numeric and nbEcheancesAbo > 1
                   and montantTotalAbonnement > 0
               perform echelonneAbonnement
           end-if.

       echelonneAbonnement.
      ************************************
      *    abonnement paye en mensualites prelevees sur le mandat
      *    du client : sans mandat actif l'abonnement reste acquis
      *    et facture, mais son reglement suit la voie ordinaire
           move codeClientAbo to codeClientMandat.
           read FiMandats
               invalid key
                   move 46 to codeErreur
                   perform writeErreur
               not invalid key
                   if mandatActif
                       perform poseEcheancierAbonnement
                   else
                       move 46 to codeErreur
                       perform writeErreur
                   end-if
           end-read.

       poseEcheancierAbonnement.
      ************************************
      *    premiere mensualite a la souscription, les suivantes de
      *    mois en mois (quantieme ramene au 28) ; la derniere
      *    absorbe l'arrondi de la division
           move numeroEcheancierAboSuivant to numeroEcheancierAbo.
           add 1 to numeroEcheancierAboSuivant.
           move codeClientAbo to codeClientEcheancier.
           move codeGenreAbo to codeGenreEcheancier.
           move categAbo to categEcheancier.
           move dateTraitementJour to dateSouscriptionEcheancier.
           move montantTotalAbonnement to montantTotalEcheancier.
           move nbEcheancesAbo to nbEcheancesEcheancier.
           move zeroes to tabEcheancesAbo.
           divide montantTotalAbonnement by nbEcheancesAbo
               giving montantEcheanceAboBase.
           move dateTraitementJour to dateEcheanceAboCourante.
           if jourEcheanceAbo > 28
               move 28 to jourEcheanceAbo
           end-if.
           perform garnitEcheanceAbo
               varying iEcheanceAbo from 1 by 1
               until iEcheanceAbo > nbEcheancesAbo.
           move "A" to etatEcheancier.
           write EnregEcheancierAbo
               invalid key continue
               not invalid key add 1 to nbEcheanciersAbo
           end-write.

       garnitEcheanceAbo.
      ************************************
           move dateEcheanceAboCourante
               to dateEcheanceAbo(iEcheanceAbo).
           if iEcheanceAbo = nbEcheancesAbo
               compute montantEcheanceAbo(iEcheanceAbo) =
                   montantTotalAbonnement
                   - montantEcheanceAboBase * (nbEcheancesAbo - 1)
           else
               move montantEcheanceAboBase
                   to montantEcheanceAbo(iEcheanceAbo)
           end-if.
           if moisEcheanceAbo = 12
               move 1 to moisEcheanceAbo
               add 1 to anneeEcheanceAbo
           else
               add 1 to moisEcheanceAbo
           end-if.

       enregistrerClientAbonne.
      ************************************
                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key continue
                   end-write
                           prixResolu(categAbo) *
                           (100 - tauxRemiseAbonnement) / 100
                       perform enregistrerCreance
                       add montantCreance to montantTotalAbonnement
                       move spaces to champModifieAudit
                       string "nbReservations(" categAbo ")"
                           delimited by size into champModifieAudit
               prixResolu(categAbo) *
               (100 - tauxRemiseAbonnement) / 100.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           move codeClientAbo to codeClientRef.
           perform enregistrerResaClientRef.

       forfait.
      ************************************
      *    forfait multi-productions : une place de la categorie du
      *    forfait sur chacune des representations choisies, au prix
      *    global du forfait ; tout ou rien -- chaque choix est
      *    controle avant qu'une seule place ne soit prise, et le
      *    premier refus rejette la transaction entiere
           move 0 to codeErreurForfait.
           if codeClientForfait = spaces
               move 57 to codeErreurForfait
           else
               perform chercheDefinitionForfait
           end-if.
           if codeErreurForfait = 0
               move codeClientForfait to codeClientIncident
               perform controleIncidentClient
               if incidentClientConstate
                   move 43 to codeErreurForfait
               end-if
           end-if.
           if codeErreurForfait = 0
               move 0 to totalPrixChoix
               perform controleChoixForfait
                   varying iChoix from 1 by 1
                   until iChoix > nbSpectaclesForfait
                   or codeErreurForfait not = 0
           end-if.
           if codeErreurForfait = 0
               perform repartitPrixForfait
               perform appliqueForfait
           else
               move codeErreurForfait to codeErreur
               perform writeErreur
           end-if.

       chercheDefinitionForfait.
      ************************************
      *    le forfait doit exister, etre encore en vente et etre
      *    demande avec le nombre de spectacles qu'il prevoit
           perform varying iForfait from 1 by 1
                   until iForfait > nbForfaits
                   or codeForfaitT(iForfait) = codeForfaitResa
               continue
           end-perform.
           if iForfait > nbForfaits
               move 52 to codeErreurForfait
           else
               if dateTraitementJour > dateFinForfaitT(iForfait)
                       or categForfaitT(iForfait) < 1
                       or categForfaitT(iForfait) > 3
                       or nbSpectaclesForfaitT(iForfait) < 1
                       or nbSpectaclesForfaitT(iForfait) > 6
                   move 52 to codeErreurForfait
               else
                   if nbSpectaclesForfait is not numeric
                           or nbSpectaclesForfait not =
                               nbSpectaclesForfaitT(iForfait)
                       move 53 to codeErreurForfait
                   end-if
               end-if
           end-if.

       controleChoixForfait.
      ************************************
           move codeSpectChoisiForfait(iChoix) to codeSpect.
           read FiSpectacle key is codeSpect
               invalid key
                   move 54 to codeErreurForfait
               not invalid key
                   perform controleRepresentationForfait
           end-read.

       controleRepresentationForfait.
      ************************************
      *    representation a venir, ouverte a la vente, dans la
      *    periode de validite du forfait, d'une production eligible
      *    et pas encore choisie, avec une place vendable dans la
      *    categorie du forfait
           move dateRepresentation to dateVenteControlee.
           perform checkVenteAutorisee.
           move dateRepresentation to dateRepresentationNum.
           evaluate true
               when venteRefusee
                   move 19 to codeErreurForfait
               when dateRepresentationNum
                       < dateDebutForfaitT(iForfait)
               when dateRepresentationNum
                       > dateFinForfaitT(iForfait)
                   move 55 to codeErreurForfait
               when other
                   perform controleEligibiliteForfait
           end-evaluate.
           if codeErreurForfait = 0
               move codeClientForfait to clientControleOuverture
               perform checkOuvertureVente
               if venteNonOuverte
                   move 29 to codeErreurForfait
               end-if
           end-if.
           if codeErreurForfait = 0
               perform controleProductionDoublee
                   varying iChoixPrec from 1 by 1
                   until iChoixPrec >= iChoix
               move codeGenre to codeGenreChoix(iChoix)
               move titre to titreChoix(iChoix)
           end-if.
           if codeErreurForfait = 0
               perform controleCapaciteForfait
           end-if.

       controleEligibiliteForfait.
      ************************************
      *    une liste d'eligibles vide ouvre le forfait a toutes les
      *    productions
           move "N" to eligibleFlag.
           move "O" to listeEligiblesFlag.
           perform examineEligibleForfait
               varying iEligible from 1 by 1 until iEligible > 6.
           if listeEligiblesVide
               move "O" to eligibleFlag
           end-if.
           if not representationEligible
               move 55 to codeErreurForfait
           end-if.

       examineEligibleForfait.
      ************************************
           evaluate typeEligibleT(iForfait iEligible)
               when "G"
                   move "N" to listeEligiblesFlag
                   if codeGenreEligibleT(iForfait iEligible)
                           = codeGenre
                       move "O" to eligibleFlag
                   end-if
               when "P"
                   move "N" to listeEligiblesFlag
                   if codeGenreEligibleT(iForfait iEligible)
                           = codeGenre
                           and titreEligibleT(iForfait iEligible)
                               = titre
                       move "O" to eligibleFlag
                   end-if
               when other
                   continue
           end-evaluate.

       controleProductionDoublee.
      ************************************
           if codeGenreChoix(iChoixPrec) = codeGenre
                   and titreChoix(iChoixPrec) = titre
               move 56 to codeErreurForfait
           end-if.

       controleCapaciteForfait.
      ************************************
      *    le prix de la categorie sur la representation sert de
      *    poids a la repartition du prix du forfait
           add 1 to nbReservations(categForfaitT(iForfait))
               giving placesTemp.
           perform getSalle.
           move categForfaitT(iForfait) to categVendable.
           perform calculeCapaciteVendable.
           if placesTemp > capaciteVendable
               move categVendable to categErreurCourante
               move 04 to codeErreurForfait
           else
               perform resoudrePrix
               move prixResolu(categVendable) to prixChoix(iChoix)
               add prixChoix(iChoix) to totalPrixChoix
           end-if.

       repartitPrixForfait.
      ************************************
      *    le prix du forfait est reparti entre les representations
      *    au prorata de leur prix de categorie, la derniere part
      *    absorbant l'arrondi ; sans prix de reference, les parts
      *    sont egales
           move 0 to cumulPartsForfait.
           perform repartitPartForfait
               varying iChoix from 1 by 1
               until iChoix > nbSpectaclesForfait.

       repartitPartForfait.
      ************************************
           if iChoix = nbSpectaclesForfait
               compute montantBrutCalcule =
                   prixForfaitT(iForfait) - cumulPartsForfait
               if montantBrutCalcule < 0
                   move 0 to montantBrutCalcule
               end-if
               move montantBrutCalcule to montantPartChoix(iChoix)
           else
               if totalPrixChoix > 0
                   compute montantPartChoix(iChoix) rounded =
                       prixForfaitT(iForfait) * prixChoix(iChoix)
                       / totalPrixChoix
               else
                   compute montantPartChoix(iChoix) rounded =
                       prixForfaitT(iForfait) / nbSpectaclesForfait
               end-if
               add montantPartChoix(iChoix) to cumulPartsForfait
           end-if.

       appliqueForfait.
      ************************************
      *    chaque representation choisie prend sa place et porte sa
      *    part au detail des reservations, ce qui alimente les
      *    decomptes producteurs et les droits d'auteur ; le forfait
      *    est facture en une seule ecriture au grand livre et
      *    inscrit au registre des forfaits vendus
           perform enregistrerClientForfait.
           move numeroForfaitVenduSuivant to numeroForfaitVendu.
           add 1 to numeroForfaitVenduSuivant.
           move codeClientForfait to codeClientForfaitVendu.
           move codeForfaitResa to codeForfaitVendu.
           move dateTraitementJour to dateVenteForfait.
           move categForfaitT(iForfait) to categForfaitVendu.
           move prixForfaitT(iForfait) to prixForfaitVendu.
           move tauxRemboursForfaitT(iForfait)
               to tauxRemboursForfaitVendu.
           move nbSpectaclesForfait to nbPartsForfaitVendu.
           perform videPartForfait
               varying iPartForfait from 1 by 1
               until iPartForfait > 6.
           perform reserveRepresentationForfait
               varying iChoix from 1 by 1
               until iChoix > nbSpectaclesForfait.
           write EnregForfaitVendu
               invalid key continue
           end-write.
           add 1 to nbForfaitsVendus.
           move codeClientForfait to codeClientCreance.
           move "F" to sensCreance.
           move "FORFAIT" to codeSpectCreance.
           move 0 to dateRepresentationCreance.
           move prixForfaitT(iForfait) to montantCreance.
           perform enregistrerCreance.

       videPartForfait.
      ************************************
           move spaces to codeSpectPartForfait(iPartForfait).
           move 0 to montantPartForfait(iPartForfait).
           move space to etatPartForfait(iPartForfait).

       enregistrerClientForfait.
      ************************************
      *    meme creation au fil de l'eau que enregistrerClient, mais
      *    a partir des champs de la transaction de forfait
           move codeClientForfait to codeClientMaster.
           read FiClient
               invalid key
                   move nomClientForfait to nomClientMaster
                   move spaces to adresseClientMaster
                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key continue
                   end-write
           end-read.

       reserveRepresentationForfait.
      ************************************
      *    une place par representation, comme pour l'abonnement ;
      *    la capacite a ete controlee avant toute prise de places
           move codeSpectChoisiForfait(iChoix) to codeSpect.
           read FiSpectacle key is codeSpect
               invalid key continue
           end-read.
           add 1 to nbReservations(categForfaitVendu)
               giving placesTemp.
           move nbReservations(categForfaitVendu)
               to ancienneValeurAuditTemp.
           move placesTemp to nbReservations(categForfaitVendu).
           rewrite EnregSpectacle
               invalid key move categForfaitVendu
                               to categErreurCourante
                           move 06 to codeErreur
                           perform writeErreur
               not invalid key
                   perform enregistrerForfaitDetail
                   move categForfaitVendu to categSiegeCourante
                   move codeClientForfait to codeClientSiegeCourant
                   move placesTemp to rangDebutSiege
                   move placesTemp to rangFinSiege
                   perform attribuerSieges
                   move categForfaitVendu to categResume
                   move 1 to deltaResume
                   perform majResumeVendu
                   move spaces to champModifieAudit
                   string "nbReservations(" categForfaitVendu ")"
                       delimited by size into champModifieAudit
                   end-string
                   move ancienneValeurAuditTemp
                       to ancienneValeurAudit
                   move nbReservations(categForfaitVendu)
                       to nouvelleValeurAudit
                   move 0 to raisonAnnulationAudit
                   move 0 to dateAnnulationAudit
                   perform enregistrerAudit
           end-rewrite.
           move codeSpect to codeSpectPartForfait(iChoix).
           move montantPartChoix(iChoix) to montantPartForfait(iChoix).
           move "V" to etatPartForfait(iChoix).

       enregistrerForfaitDetail.
      ************************************
      *    la ligne de detail porte la part du forfait revenant a
      *    la representation, et non le prix de la categorie
           move codeSpect to codeSpectDetail.
           move dateRepresentation to dateRepresentationDetail.
           move categForfaitVendu to categDetail.
           move 1 to nbPlacesDetail.
           move codeClientForfait to codeClientDetail.
           move nomClientForfait to nomClientDetail.
           move 0 to nbPlacesAccessiblesDetail.
           move montantPartChoix(iChoix) to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           move codeClientForfait to codeClientRef.
           perform enregistrerResaClientRef.

       annulationMasse.
      ************************************
      *    annule en une seule transaction toutes les representations
                       perform notifierClientsRepresentation
                       perform ecrireMouvementRepresentationAnnulee
                       perform purgerReferencesRepresentation
                       move 3 to raisonRemboursementCourante
                       accept dateAnnulationCourante from date YYYYMMDD
                       perform libererSiegesRepresentation
                       perform getSalle
                       perform resoudrePrix
                       perform varying iCategorie from 1 by 1
                               until iCategorie > 3
                           if ancienneValeurMasseTemp(iCategorie) > 0
                               perform rembourserCategorieMasse
                               move iCategorie to categResume
                               compute deltaResume = 0 -
                                   ancienneValeurMasseTemp(iCategorie)
               at end move "10" to fs-fiSpectacle
           end-read.

       rembourserCategorieMasse.
      ************************************
      *    les places de forfait sont deja remboursees sur leur part
      *    par libererSiegesRepresentation : seules les autres
      *    places sont valorisees au prix de la categorie
           if ancienneValeurMasseTemp(iCategorie)
                   > nbPlacesForfaitLiberees(iCategorie)
               compute nbPlacesRemboursees =
                   ancienneValeurMasseTemp(iCategorie)
                   - nbPlacesForfaitLiberees(iCategorie)
               move iCategorie to categRemboursementCourante
               move ajustementLiberesCateg(iCategorie)
                   to ajustementRemboursCourant
               perform ecrireRemboursement
           end-if.

       ajoutSpectacle.
      ************************************
           move codeGenreNouv to codeGenreSave.

       ajoutSpectacleValide.
      ************************************
           perform chercheDernierCodeNum.

           move titreNouv to titreSave.

           perform ajoutRepresentation until finFiMaj
                                OR codeGenreSave not = codeGenreNouveau.

       chercheDernierCodeNum.
      ************************************
           move codeGenreNouv to codeGenre.
           start FiSpectacle key is = codeGenre
               invalid key perform nouveauSpectacle
               not invalid key
                       perform goDernierCodeNum
           end-start.

       nouveauSpectacle.
      ************************************
           move 0 to codeNumCourant.
           write EnregDebug.
           add 1 to codeNumCourant.
           perform validerRepresentation.
           if statutValidation = 0
               perform creeRepresentation
           else
               perform traduitStatutValidation
               move codeErreurNum to codeErreur
               perform writeErreur
           end-if.
           read FiMaj.
           add 1 to nbTransactionsLues.

       creeRepresentation.
      ************************************
      *    ecriture d'une representation validee, au code
      *    codeNumCourant : ajout unitaire comme deroulement de serie
           move codeGenreSave to codeGenre.
           move codeNumCourant to codeNum.
           move titreSave to titre.
           move dateRepresentationNouveau to dateRepresentation.
           move numSalleNouveau to numSalle.
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               move 0 to nbReservations(iCategorie)
           end-perform.
           move 0 to nbReservationsAccessibles.
           move 0 to tabAllocationsCategories.
           move EnregSpectacle to EnregDebug.
           write EnregDebug.
           write EnregSpectacle.
           add 1 to nbShowsCrees.
           perform ecritHoraireRepresentation.
           perform ecritConfigRepresentation.
           perform getSalle.
           perform majResumeRepresentation.
           move "creation" to champModifieAudit.
           move spaces to ancienneValeurAudit.
           move codeSpect to nouvelleValeurAudit.
           move 0 to raisonAnnulationAudit.
           move 0 to dateAnnulationAudit.
           perform enregistrerAudit.

       traduitStatutValidation.
      ************************************
      *    code d'erreur du refus prononce par validerRepresentation
           evaluate statutValidation
               when 1
                   move 07 to codeErreurNum
               when 2
                   move 08 to codeErreurNum
               when 3
                   move 09 to codeErreurNum
               when 4
                   move 18 to codeErreurNum
               when 5
                   move 48 to codeErreurNum
           end-evaluate.

       serieRepresentations.
      ************************************
      *    une serie deroule toutes les dates de sa periode qui
      *    tombent un jour joue et hors relache ; chaque date passe
      *    les controles d'un ajout unitaire et celle qui echoue est
      *    sautee sans faire tomber la serie -- seule une serie mal
      *    formee ou sur une production, une salle ou une
      *    configuration inconnue est rejetee en entier, avec ses
      *    lignes de relache
           move codeGenreNouv to codeGenreSave.
           move titreNouv to titreSave.
           move numSalleSerie to numSalleSerieStage.
           move dateDebutSerie to dateDebutSerieStage.
           move dateFinSerie to dateFinSerieStage.
           move joursSerie to joursSerieStage.
           move 0 to heureSerieStage.
           if heureSerie is numeric
               move heureSerie to heureSerieStage
           end-if.
           move codeConfigSerie to codeConfigSerieStage.
           perform controleEnteteSerie.
           if serieInvalide
               move codeErreurAjoutRejete to codeErreur
               perform writeErreur
               read FiMaj
               add 1 to nbTransactionsLues
               perform sauteRepresentationAjout until finFiMaj
                   OR codeGenreSave not = codeGenreNouveau
           else
               perform chercheDernierCodeNum
               move 0 to nbRelachesSerie
               move "N" to relachesDebordentFlag
               read FiMaj
               add 1 to nbTransactionsLues
               perform chargeRelacheSerie until finFiMaj
                   OR codeGenreSave not = codeGenreRelache
               if not relachesDebordent
                   perform derouleSerie
               end-if
           end-if.

       controleEnteteSerie.
      ************************************
      *    la ligne d'entete est encore dans la zone du fichier ;
      *    les controles de salle et de configuration y garnissent
      *    les champs d'une ligne de representation, elle est donc
      *    mise de cote puis restituee pour le rapport d'erreurs
           move EnregMAJ to ligneMajSuivante.
           move "O" to serieValideFlag.
           perform verifieGenreReferentiel.
           if genreInconnu
               move "N" to serieValideFlag
               move 17 to codeErreurAjoutRejete
           end-if.
           if serieValide
               perform verifieProductionCatalogue
               if productionInconnue
                   move "N" to serieValideFlag
                   move 20 to codeErreurAjoutRejete
               end-if
           end-if.
           if serieValide
               move numSalleSerieStage to numSalleNouveau
               perform checkSalleExiste
               if salleInexistante
                   move "N" to serieValideFlag
                   move 08 to codeErreurAjoutRejete
               end-if
           end-if.
           if serieValide
               move numSalleSerieStage to numSalleNouveau
               move codeConfigSerieStage to codeConfigNouveau
               perform checkConfigurationSalle
               if configSalleInconnue
                   move "N" to serieValideFlag
                   move 48 to codeErreurAjoutRejete
               end-if
           end-if.
           move ligneMajSuivante to EnregMAJ.
           if serieValide
               move 0 to nbJoursJouesSerie
               perform varying iJourSerie from 1 by 1
                       until iJourSerie > 7
                   if joursSerieStage(iJourSerie:1) = "O"
                       add 1 to nbJoursJouesSerie
                   end-if
               end-perform
               if dateDebutSerieStage is not numeric
                       or dateFinSerieStage is not numeric
                       or dateFinSerieStage < dateDebutSerieStage
                       or nbJoursJouesSerie = 0
                   move "N" to serieValideFlag
                   move 49 to codeErreurAjoutRejete
               else
                   compute quantiemeSerie =
                       function integer-of-date(dateDebutSerieStage)
                   compute quantiemeFinSerie =
                       function integer-of-date(dateFinSerieStage)
      *    une serie couvre au plus une saison
                   if quantiemeFinSerie - quantiemeSerie > 366
                       move "N" to serieValideFlag
                       move 49 to codeErreurAjoutRejete
                   end-if
               end-if
           end-if.

       chargeRelacheSerie.
      ************************************
           if nbRelachesSerie < 60
               add 1 to nbRelachesSerie
               move dateRelache to dateRelacheSerie(nbRelachesSerie)
           else
      *    au-dela, la serie ne peut plus etre deroulee sans risquer
      *    de jouer un jour de relache : elle n'est pas creee et les
      *    relaches en trop partent au rapport d'erreurs
               move "O" to relachesDebordentFlag
               move 49 to codeErreur
               perform writeErreur
           end-if.
           read FiMaj.
           add 1 to nbTransactionsLues.

       derouleSerie.
      ************************************
      *    la transaction suivante est deja lue dans la zone du
      *    fichier, que les dates de la serie vont occuper : elle est
      *    mise de cote le temps du deroulement
           move EnregMAJ to ligneMajSuivante.
           move spaces to codeSpectExclusValidation.
           perform deroulePeriodeSerie
               until quantiemeSerie > quantiemeFinSerie.
           move ligneMajSuivante to EnregMAJ.

       deroulePeriodeSerie.
      ************************************
           compute dateCouranteSerie =
               function date-of-integer(quantiemeSerie).
      *    le 1er janvier 1601, quantieme 1, etait un lundi
           compute jourSemaineSerie =
               function mod(quantiemeSerie - 1, 7) + 1.
           if joursSerieStage(jourSemaineSerie:1) = "O"
               perform traiteDateSerie
           end-if.
           add 1 to quantiemeSerie.

       traiteDateSerie.
      ************************************
           move codeGenreSave to codeGenreNouveau.
           move dateCouranteSerie to dateRepresentationNouveau.
           move numSalleSerieStage to numSalleNouveau.
           move heureSerieStage to heureRepresentationNouveau.
           move codeConfigSerieStage to codeConfigNouveau.
           move spaces to EnregSerie.
           move codeGenreSave to codeGenreSerieRapport.
           move titreSave to titreSerieRapport.
           move dateCouranteSerie to dateSerieRapport.
           move heureSerieStage to heureSerieRapport.
           move numSalleSerieStage to numSalleSerieRapport.
           move 0 to codeErreurNum.
           move "N" to relacheSerieFlag.
           perform varying iRelacheSerie from 1 by 1
                   until iRelacheSerie > nbRelachesSerie
               if dateRelacheSerie(iRelacheSerie) = dateCouranteSerie
                   move "O" to relacheSerieFlag
               end-if
           end-perform.
           if jourDeRelache
               move 51 to codeErreurNum
           else
               if codeNumCourant = 99
                   move 50 to codeErreurNum
               else
                   perform validerRepresentation
                   if statutValidation not = 0
                       perform traduitStatutValidation
                   end-if
               end-if
           end-if.
           if codeErreurNum = 0
               add 1 to codeNumCourant
               perform creeRepresentation
               add 1 to nbRepresentationsSerie
               move "CREEE" to statutSerieRapport
               move codeSpect to codeSpectSerieRapport
           else
               add 1 to nbDatesSerieSautees
               move "SAUTEE" to statutSerieRapport
               move libelleErreur(codeErreurNum) to motifSerieRapport
           end-if.
           write EnregSerie.

       validerRepresentation.
      ************************************
      *    valide la nouvelle representation avant ecriture : titre
                   end-if
               end-if
           end-if.
           if statutValidation = 0
               perform checkConfigurationSalle
               if configSalleInconnue
                   move 5 to statutValidation
               end-if
           end-if.

       checkConfigurationSalle.
      ************************************
      *    la representation doit nommer une configuration connue
      *    de sa salle : ce sont ses capacites qui seront vendues
           move "O" to configSalleFlag.
           if codeConfigNouveau = spaces
               move "N" to configSalleFlag
           else
               move numSalleNouveau to numSalleConfig
               move codeConfigNouveau to codeConfigSalle
               read FiConfigSalles
                   invalid key move "N" to configSalleFlag
               end-read
           end-if.

       checkSalleIndisponible.
      ************************************
               end-write
           end-if.

       ecritConfigRepresentation.
      ************************************
      *    la configuration nommee suit la representation, a la
      *    creation comme a la modification
           move codeSpect to codeSpectConfigRep.
           move codeConfigNouveau to codeConfigRep.
           write EnregConfigRepresentation
               invalid key
                   rewrite EnregConfigRepresentation
                       invalid key continue
                   end-rewrite
           end-write.

       calculeCapaciteVendable.
      ************************************
      *    capacite reellement vendable d'une categorie : la salle
           if capaciteVendable < 0
               move 0 to capaciteVendable
           end-if.
      *    la surreservation autorisee s'ajoute a la capacite
      *    physique, gardee a part pour le marquage des sieges
           move capaciteVendable to capacitePhysique.
           if nbGenresSurres > 0
               perform calculeSurreservationAutorisee
               add placesSurreservation to capaciteVendable
           end-if.

       capacitePhysiqueSiegesCourante.
      ************************************
      *    capacite physique de la categorie des sieges a attribuer
      *    (categSiegeCourante) sur la representation courante ; la
      *    capacite vendable deja calculee par l'appelant est
      *    preservee
           move categVendable to categVendableSauvee.
           move capaciteVendable to capaciteVendableSauvee.
           perform getSalle.
           move categSiegeCourante to categVendable.
           perform calculeCapaciteVendable.
           move capacitePhysique to capacitePhysiqueSieges.
           move categVendableSauvee to categVendable.
           move capaciteVendableSauvee to capaciteVendable.

       blocageAllocation.
      ************************************
           move 0 to dateAnnulationAudit.
           perform enregistrerAudit.

       poserContingent.
      ************************************
      *    contingent confie a une agence : bloque hors vente
      *    publique comme une allocation, sous controle de la meme
      *    capacite, et trace au fichier des contingents avec sa
      *    date de retour
           move codeSpectQuota to codeSpect.
           start FiSpectacle key is = codeSpect
               invalid key move 24 to codeErreur
                           perform writeErreur
               not invalid key
                   read FiSpectacle
                   move codeAgenceQuota to codeAgenceCherchee
                   perform chercheAgence
                   perform getSalle
                   compute placesTemp =
                       nbReservations(categQuota)
                       + nbAllocations(categQuota) + nbPlacesQuota
                   evaluate true
                       when iAgence > nbAgences
                           move 40 to codeErreur
                           perform writeErreur
                       when placesTemp > nbPlaces(categQuota)
                           move categQuota to categErreurCourante
                           move 41 to codeErreur
                           perform writeErreur
                       when other
                           perform appliqueContingent
                   end-evaluate
           end-start.

       appliqueContingent.
      ************************************
           move nbAllocations(categQuota) to ancienneValeurAuditTemp.
           add nbPlacesQuota to nbAllocations(categQuota).
           rewrite EnregSpectacle
               invalid key
                   move categQuota to categErreurCourante
                   move 06 to codeErreur
                   perform writeErreur
               not invalid key
                   add 1 to nbContingentsPoses
                   perform enregistrerContingent
                   move spaces to champModifieAudit
                   string "nbAllocations(" categQuota ")"
                       delimited by size into champModifieAudit
                   end-string
                   move ancienneValeurAuditTemp to ancienneValeurAudit
                   move nbAllocations(categQuota)
                       to nouvelleValeurAudit
                   move 0 to raisonAnnulationAudit
                   move 0 to dateAnnulationAudit
                   perform enregistrerAudit
           end-rewrite.

       enregistrerContingent.
      ************************************
      *    un second contingent de la meme agence sur la meme
      *    categorie s'ajoute au premier et le rouvre s'il avait
      *    deja ete rendu
           move dateRepresentation to dateRepresentationNum.
           compute quantiemeRetourContingent =
               function integer-of-date(dateRepresentationNum)
               - delaiRetourAgenceT(iAgence).
           move codeAgenceQuota to codeAgenceContingent.
           move codeSpect to codeSpectContingent.
           move categQuota to categContingent.
           read FiContingents
               invalid key
                   move dateRepresentationNum
                       to dateRepresentationContingent
                   move nbPlacesQuota to nbPlacesContingent
                   move 0 to nbPlacesVenduesContingent
                   move 0 to nbPlacesRenduesContingent
                   move 0 to montantVenduContingent
                   compute dateRetourContingent = function
                       date-of-integer(quantiemeRetourContingent)
                   move "O" to etatContingent
                   write EnregContingent
                       invalid key continue
                   end-write
               not invalid key
                   if contingentRendu
                       compute nbPlacesContingent =
                           nbPlacesVenduesContingent + nbPlacesQuota
                       move 0 to nbPlacesRenduesContingent
                   else
                       add nbPlacesQuota to nbPlacesContingent
                   end-if
                   compute dateRetourContingent = function
                       date-of-integer(quantiemeRetourContingent)
                   move "O" to etatContingent
                   rewrite EnregContingent
                       invalid key continue
                   end-rewrite
           end-read.

       venteAgence.
      ************************************
      *    vente remontee par une agence : les places passent du
      *    contingent (nbAllocations) aux reservations, au nom du
      *    code client de l'agence, et sont facturees a l'agence au
      *    prix de la categorie ; la commission se regle au releve
      *    mensuel
           move codeSpectVenteAgence to codeSpect.
           start FiSpectacle key is = codeSpect
               invalid key move 24 to codeErreur
                           perform writeErreur
               not invalid key
                   read FiSpectacle
                   perform controleVenteAgence
           end-start.

       controleVenteAgence.
      ************************************
           move codeAgenceVente to codeAgenceCherchee.
           perform chercheAgence.
           if iAgence > nbAgences
               move 40 to codeErreur
               perform writeErreur
           else
               move codeAgenceVente to codeAgenceContingent
               move codeSpect to codeSpectContingent
               move categVenteAgence to categContingent
               read FiContingents
                   invalid key
                       move categVenteAgence to categErreurCourante
                       move 42 to codeErreur
                       perform writeErreur
                   not invalid key
                       if contingentOuvert
                               and nbPlacesContingent
                                   - nbPlacesVenduesContingent
                                   >= nbPlacesVenteAgence
                           perform appliqueVenteAgence
                       else
                           move categVenteAgence
                               to categErreurCourante
                           move 42 to codeErreur
                           perform writeErreur
                       end-if
               end-read
           end-if.

       appliqueVenteAgence.
      ************************************
           perform getSalle.
           move nbReservations(categVenteAgence)
               to ancienneValeurAuditTemp.
           add nbPlacesVenteAgence to nbReservations(categVenteAgence)
               giving placesTemp.
           move placesTemp to nbReservations(categVenteAgence).
           subtract nbPlacesVenteAgence
               from nbAllocations(categVenteAgence).
           rewrite EnregSpectacle
               invalid key
                   move categVenteAgence to categErreurCourante
                   move 06 to codeErreur
                   perform writeErreur
               not invalid key
                   add 1 to nbVentesAgences
                   add nbPlacesVenteAgence to nbPlacesVenduesAgences
                   move categVenteAgence to categSiegeCourante
                   move codeClientAgenceT(iAgence)
                       to codeClientSiegeCourant
                   add 1 to ancienneValeurAuditTemp
                       giving rangDebutSiege
                   move placesTemp to rangFinSiege
                   perform valoriseSiegesZones
                   perform facturerVenteAgence
                   perform attribuerSieges
                   move categVenteAgence to categResume
                   move nbPlacesVenteAgence to deltaResume
                   perform majResumeVendu
                   move spaces to champModifieAudit
                   string "nbReservations(" categVenteAgence ")"
                       delimited by size into champModifieAudit
                   end-string
                   move ancienneValeurAuditTemp to ancienneValeurAudit
                   move nbReservations(categVenteAgence)
                       to nouvelleValeurAudit
                   move 0 to raisonAnnulationAudit
                   move 0 to dateAnnulationAudit
                   perform enregistrerAudit
           end-rewrite.

       facturerVenteAgence.
      ************************************
      *    detail 'R' et reference au nom de l'agence, creance 'F'
      *    sous son code client, contingent decompte et ligne du
      *    journal des ventes d'agences pour le releve mensuel
           move codeSpect to codeSpectDetail.
           move dateRepresentation to dateRepresentationDetail.
           move categVenteAgence to categDetail.
           move nbPlacesVenteAgence to nbPlacesDetail.
           move codeClientAgenceT(iAgence) to codeClientDetail.
           move nomAgenceT(iAgence) to nomClientDetail.
           move 0 to nbPlacesAccessiblesDetail.
           move montantPlacesZones to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.
           move codeClientAgenceT(iAgence) to codeClientRef.
           perform enregistrerResaClientRef.
           move codeClientAgenceT(iAgence) to codeClientCreance.
           move "F" to sensCreance.
           move codeSpect to codeSpectCreance.
           move dateRepresentation to dateRepresentationCreance.
           move montantFactureDetail to montantCreance.
           perform enregistrerCreance.
           add nbPlacesVenteAgence to nbPlacesVenduesContingent.
           add montantFactureDetail to montantVenduContingent.
           rewrite EnregContingent
               invalid key continue
           end-rewrite.
           move codeAgenceVente to codeAgenceJournal.
           move codeSpect to codeSpectJournal.
           move dateRepresentation to dateRepresentationJournal.
           move categVenteAgence to categJournal.
           move nbPlacesVenteAgence to nbPlacesJournal.
           move montantFactureDetail to montantJournal.
           if dateVenteAgence is numeric and dateVenteAgence > 0
               move dateVenteAgence to dateVenteJournal
           else
               move dateTraitementJour to dateVenteJournal
           end-if.
           move referenceVenteAgence to referenceJournal.
           write EnregVenteAgence.

       retournerContingents.
      ************************************
      *    fin de traitement, apres les ventes d'agences de la
      *    nuit : un contingent dont la date de retour est atteinte
      *    rend ses places invendues a la vente publique
           move low-values to cleContingent.
           start FiContingents key is >= cleContingent
               invalid key move "10" to fs-fiContingents
               not invalid key
                   read FiContingents next
                       at end move "10" to fs-fiContingents
                   end-read
           end-start.
           perform examineContingent until finErreurFiContingents.
           move "00" to fs-fiContingents.

       examineContingent.
      ************************************
           if contingentOuvert
                   and dateRetourContingent <= dateTraitementJour
               perform rendreContingent
           end-if.
           read FiContingents next
               at end move "10" to fs-fiContingents
           end-read.

       rendreContingent.
      ************************************
           compute placesRendues =
               nbPlacesContingent - nbPlacesVenduesContingent.
           move codeSpectContingent to codeSpect.
           read FiSpectacle key is codeSpect
               invalid key
      *    representation supprimee depuis : plus rien a rendre
                   move 0 to placesRendues
               not invalid key
                   move nbAllocations(categContingent)
                       to ancienneValeurAuditTemp
                   if placesRendues > nbAllocations(categContingent)
                       move 0 to nbAllocations(categContingent)
                   else
                       subtract placesRendues
                           from nbAllocations(categContingent)
                   end-if
                   rewrite EnregSpectacle
                       invalid key continue
                   end-rewrite
                   move spaces to champModifieAudit
                   string "nbAllocations(" categContingent ")"
                       delimited by size into champModifieAudit
                   end-string
                   move ancienneValeurAuditTemp to ancienneValeurAudit
                   move nbAllocations(categContingent)
                       to nouvelleValeurAudit
                   move 0 to raisonAnnulationAudit
                   move 0 to dateAnnulationAudit
                   perform enregistrerAudit
           end-read.
           move placesRendues to nbPlacesRenduesContingent.
           move "R" to etatContingent.
           rewrite EnregContingent
               invalid key continue
           end-rewrite.
           add 1 to nbContingentsRendus.
           add placesRendues to nbPlacesRenduesContingents.

       echange.
      ************************************
      *    echange de representation : la disponibilite de la cible
                   move 0 to nbPlacesAccessiblesDetail
                   move 0 to montantFactureDetail
                   move "A" to typeMouvementDetail
                   move canalVenteCourant to canalVenteDetail
                   write EnregReservationDetail
                   perform compteSiegesClientRep
                   if resteClientSource = 0
                           move 0 to nbPlacesAccessiblesDetail
                           move 0 to montantFactureDetail
                           move "R" to typeMouvementDetail
                           move canalVenteCourant to canalVenteDetail
                           write EnregReservationDetail
                           if echangePartiel
                               move codeClientEchangeSauve
      *    detruire : le codeSpect et les compteurs de reservations
      *    sont conserves, les controles de programmation sont
      *    rejoues sur les nouvelles valeurs
           move codeSpectModif to codeSpectModifStage.
           move codeConfigModif to configModifStage.
           move codeSpectModifStage to codeSpect.
           start FiSpectacle key is = codeSpect
               invalid key move 15 to codeErreur
                           perform writeErreur
      ************************************
           move dateRepresentation to dateAvantModification.
           move numSalle to salleAvantModification.
           perform chercheConfigRepresentation.
           move codeConfigCourante to configAvantModification.
      *    les deux 01 de FiMaj recouvrent la meme zone : les
      *    valeurs transitent par la working-storage avant de garnir
      *    EnregDateRepresentation, un MOVE entre zones qui se
      *    pas le dernier ajout passe
           move codeGenre to codeGenreSave.
           perform chercheHoraireModification.
           move configModifStage to codeConfigNouveau.
           move codeSpectModifStage to codeSpectExclusValidation.
           perform validerRepresentation.
           move spaces to codeSpectExclusValidation.
           evaluate statutValidation
               when 4
                   move 18 to codeErreur
                   perform writeErreur
               when 5
                   move 48 to codeErreur
                   perform writeErreur
           end-evaluate.

       ecritModification.
      *    est relue avant d'etre reecrite avec ses nouvelles
      *    coordonnees, compteurs intacts ; les compteurs transportes
      *    doivent tenir dans les capacites de la salle d'arrivee
           move codeSpectModifStage to codeSpect.
           start FiSpectacle key is = codeSpect
               invalid key move 06 to codeErreur
                           perform writeErreur
           read FiSalle
               invalid key continue
               not invalid key
                   move codeConfigNouveau to codeConfigCourante
                   perform appliqueConfigSalle
                   perform varying iCategorie from 1 by 1
                           until iCategorie > 3
                       if nbReservations(iCategorie)
                       not invalid key
                           add 1 to nbModificationsAppliquees
                           perform auditeModification
                           perform ecritConfigRepresentation
                           if salleAvantModification
                                   not = numSalleNouveau
                                   or configAvantModification
                                       not = codeConfigNouveau
                               perform transfereResumeSalle
                           end-if
                           if dateAvantModification
      *    representation garde la sienne, mise en zone de
      *    validation pour le controle de chevauchement
           move 0 to heureRepresentationNouveau.
           move codeSpectModifStage to codeSpectHoraire.
           move dateAvantModification to dateHoraire.
           read FiHoraires
               invalid key continue
               move 0 to dateAnnulationAudit
               perform enregistrerAudit
           end-if.
           if configAvantModification not = codeConfigNouveau
               move "configSalle" to champModifieAudit
               move configAvantModification to ancienneValeurAudit
               move codeConfigNouveau to nouvelleValeurAudit
               move 0 to raisonAnnulationAudit
               move 0 to dateAnnulationAudit
               perform enregistrerAudit
           end-if.

       transfereResumeSalle.
      ************************************
           read FiSalle
               invalid key move 0 to capaciteSalleResume
               not invalid key
                   move configAvantModification to codeConfigCourante
                   perform appliqueConfigSalle
                   compute capaciteSalleResume = nbPlaces(1)
                       + nbPlaces(2) + nbPlaces(3)
           end-read.
           read FiSalle
               invalid key move 0 to capaciteSalleResume
               not invalid key
                   move codeConfigNouveau to codeConfigCourante
                   perform appliqueConfigSalle
                   compute capaciteSalleResume = nbPlaces(1)
                       + nbPlaces(2) + nbPlaces(3)
           end-read.
           move 0 to nbPlacesAccessiblesDetail.
           move 0 to montantFactureDetail.
           move "B" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.

       deplaceSiegesRepresentation.
           move categSiege to categSiegeDeplace(nbSiegesDeplaces).
           move codeClientSiege
               to codeClientSiegeDeplace(nbSiegesDeplaces).
           move surreservationSiege
               to surreservationSiegeDeplace(nbSiegesDeplaces).
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.
           move categSiegeDeplace(iSiegeDeplace) to categSiege.
           move codeClientSiegeDeplace(iSiegeDeplace)
               to codeClientSiege.
           move surreservationSiegeDeplace(iSiegeDeplace)
               to surreservationSiege.
           write EnregSiege
               invalid key continue
           end-write.
           move prixResolu(categSiegeDeplace(iSiegeDeplace))
               to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move canalVenteCourant to canalVenteDetail.
           write EnregReservationDetail.

       reporteAccessiblesDateDeplacee.
                   to nbPlacesAccessiblesDetail
               move 0 to montantFactureDetail
               move "R" to typeMouvementDetail
               move canalVenteCourant to canalVenteDetail
               write EnregReservationDetail
           end-if.

      **********recette par titre*********
      ************************************
           move 0 to revenuGlobal.
           move zeroes to tabVentesZones.
           move spaces to titre.
           start FiSpectacle key is > titre
               invalid key display "fichier vide"
               move LigneTotalRevenuTVA to EnregRevenu
               write EnregRevenu
           end-if.
           display LigneTitreZones.
           move LigneTitreZones to EnregRevenu.
           write EnregRevenu.
           perform ecritVenteZone varying iZone from 1 by 1
               until iZone > 3.

       ecritVenteZone.
      ************************************
           move libelleZoneT(iZone) to libelleZoneEd.
           move nbPlacesVenduesZone(iZone) to nbPlacesVenduesZoneEd.
           move recetteZone(iZone) to recetteZoneEd.
           display LigneVenteZone.
           move LigneVenteZone to EnregRevenu.
           write EnregRevenu.

       titreRevenu.
      ************************************
                           nbReservations(iCategorie) *
                               prixResolu(iCategorie)
               end-perform
               perform ventileRecetteZones
               add revenuRepresentation to revenuTitre
               read FiSpectacle next
           end-perform.
           move LigneLabelsRevenu to EnregRevenu.
           write EnregRevenu.

       ventileRecetteZones.
      ************************************
      *    les sieges vendus de la representation portent le
      *    supplement ou la remise de leur zone dans la recette, qui
      *    est ventilee par zone pour le reglage du zonage
           perform chercheConfigZone.
           move codeSpect to codeSpectSiege.
           move dateRepresentation to dateSiege.
           move 0 to numeroSiege.
           string codeSpectSiege dateSiege delimited by size
               into cleSiegeRepresentation
           end-string.
           start FiSieges key is >= cleSiege
               invalid key continue
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
                   perform ventileSiegeZone
                       until finErreurFiSieges
                       OR cleSiege(1:15) not = cleSiegeRepresentation
           end-start.
           move "00" to fs-fiSieges.

       ventileSiegeZone.
      ************************************
           move numeroSiege to numeroSiegeZone.
           move categSiege to categSiegeZone.
           if categSiegeZone >= 1 and categSiegeZone <= 3
               perform prixSiegeZoneCourant
               compute revenuRepresentation = revenuRepresentation
                   + prixSiegeZone - prixResolu(categSiegeZone)
               evaluate codeZoneSiege
                   when "P" move 1 to iZone
                   when "R" move 3 to iZone
                   when other move 2 to iZone
               end-evaluate
               add 1 to nbPlacesVenduesZone(iZone)
               add prixSiegeZone to recetteZone(iZone)
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       listingMensuel.
      ************************************
      **********listing mensuel***********
           start FiSalle key = salleIDLu
               not invalid key
                   read FiSalle next
                   perform appliqueConfigRepresentation
               invalid key
                   display "Une erreur est survenue au niveau du "
                   display "fichier SALLE.REL, veuillez le regenerer"
           end-start.

       appliqueConfigRepresentation.
      ************************************
      *    la representation courante (EnregSpectacle) vend les
      *    capacites de sa configuration a la place de celles de
      *    SALLE.REL ; la salle est deja lue
           perform chercheConfigRepresentation.
           perform appliqueConfigSalle.

       chercheConfigRepresentation.
      ************************************
           move spaces to codeConfigCourante.
           move codeSpect to codeSpectConfigRep.
           read FiConfigRepresentations
               invalid key continue
               not invalid key
                   move codeConfigRep to codeConfigCourante
           end-read.

       appliqueConfigSalle.
      ************************************
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


       writeErreur.
      ************************************
           move EnregMAJ to ligneErreur.
           write EnregErreur.
           add 1 to nbErreur(codeErreurNum).
           if modeSimulation
               perform noteErreurSimulation
           end-if.

       rapportErreurs.
      ************************************
      **********bilan des erreurs*********
      ************************************
           perform varying indiceErreur from 1 by 1
                   until indiceErreur > 57
               move indiceErreur to codeErreurBilanEd
               move libelleErreur(indiceErreur) to libelleErreurBilanEd
               move nbErreur(indiceErreur) to nbErreurBilanEd
      ************************************
           move 0 to nbErreursTotal.
           perform varying indiceErreur from 1 by 1
                   until indiceErreur > 57
               add nbErreur(indiceErreur) to nbErreursTotal
           end-perform.
           move nbTransactionsLues to nbTransactionsLuesEd.
           move nbOptionsConfirmees to nbOptionsConfirmeesEd.
           move nbOptionsExpirees to nbOptionsExpireesEd.
           move nbNotificationsEcrites to nbNotificationsEcritesEd.
           move nbNotificationsSansCanal
               to nbNotificationsSansCanalEd.
           move nbModificationsAppliquees to nbModificationsAppliqueesEd.
           move nbEchangesAppliques to nbEchangesAppliquesEd.
           move nbAllocationsAppliquees to nbAllocationsAppliqueesEd.
               to nbContratsGroupeAppliquesEd.
           move nbTransfertsAppliques to nbTransfertsAppliquesEd.
           move nbCarnetsRegles to nbCarnetsReglesEd.
           move nbPointsRegles to nbPointsReglesEd.
           move nbReventesDeposees to nbReventesDeposeesEd.
           move nbPlacesRevenduesJour to nbPlacesRevenduesJourEd.
           move nbReventesReglees to nbReventesRegleesEd.
           move nbReventesCloses to nbReventesClosesEd.
           move nbContingentsPoses to nbContingentsPosesEd.
           move nbVentesAgences to nbVentesAgencesEd.
           move nbPlacesVenduesAgences to nbPlacesVenduesAgencesEd.
           move nbContingentsRendus to nbContingentsRendusEd.
           move nbPlacesRenduesContingents
               to nbPlacesRenduesContingentsEd.
           move nbRejetsPaiement to nbRejetsPaiementEd.
           move nbEcheanciersAbo to nbEcheanciersAboEd.
           move nbForfaitsVendus to nbForfaitsVendusEd.
           move nbPartsForfaitAnnulees to nbPartsForfaitAnnuleesEd.
           move nbRepresentationsSerie to nbRepresentationsSerieEd.
           move nbDatesSerieSautees to nbDatesSerieSauteesEd.
           move nbErreursTotal to nbErreursTotalEd.
           display LigneBilanTotaux.
           display LigneBilanShows.
           display LigneBilanOptionsConfirmees.
           display LigneBilanOptionsExpirees.
           display LigneBilanNotifications.
           display LigneBilanNotificationsSansCanal.
           display LigneBilanModifications.
           display LigneBilanEchanges.
           display LigneBilanAllocations.
           display LigneBilanCarnets.
           display LigneBilanAvoirsEmis.
           display LigneBilanAvoirsRegles.
           display LigneBilanPointsRegles.
           display LigneBilanReventesDeposees.
           display LigneBilanPlacesRevendues.
           display LigneBilanReventesReglees.
           display LigneBilanReventesCloses.
           display LigneBilanContingentsPoses.
           display LigneBilanVentesAgences.
           display LigneBilanContingentsRendus.
           display LigneBilanRejetsPaiement.
           display LigneBilanEcheanciersAbo.
           display LigneBilanForfaits.
           display LigneBilanSeries.
           display LigneBilanErreursTotal.
           move LigneBilanTotaux to EnregErreur
           write EnregErreur
           write EnregErreur
           move LigneBilanNotifications to EnregErreur
           write EnregErreur
           move LigneBilanNotificationsSansCanal to EnregErreur
           write EnregErreur
           move LigneBilanModifications to EnregErreur
           write EnregErreur
           move LigneBilanEchanges to EnregErreur
           write EnregErreur
           move LigneBilanAvoirsRegles to EnregErreur
           write EnregErreur
           move LigneBilanPointsRegles to EnregErreur
           write EnregErreur
           move LigneBilanReventesDeposees to EnregErreur
           write EnregErreur
           move LigneBilanPlacesRevendues to EnregErreur
           write EnregErreur
           move LigneBilanReventesReglees to EnregErreur
           write EnregErreur
           move LigneBilanReventesCloses to EnregErreur
           write EnregErreur
           move LigneBilanContingentsPoses to EnregErreur
           write EnregErreur
           move LigneBilanVentesAgences to EnregErreur
           write EnregErreur
           move LigneBilanContingentsRendus to EnregErreur
           write EnregErreur
           move LigneBilanRejetsPaiement to EnregErreur
           write EnregErreur
           move LigneBilanEcheanciersAbo to EnregErreur
           write EnregErreur
           move LigneBilanForfaits to EnregErreur
           write EnregErreur
           move LigneBilanSeries to EnregErreur
           write EnregErreur
           move LigneBilanErreursTotal to EnregErreur
           write EnregErreur.
      ************************************
               at end move "10" to fs-fiResaClient
           end-read.

       choisirJeuFichiersMaj.
      ************************************
      *    une demande de simulation deposee le jour meme par
      *    SimulationMaj fait tourner le traitement sur les copies
      *    "simulation" des fichiers mis a jour -- verrou, point de
      *    reprise, grands livres et rapports compris -- les
      *    referentiels et parametres restent lus en production ;
      *    la demande est consommee a la lecture, le passage
      *    suivant reprend les fichiers de production
           accept dateJourSimulation from date YYYYMMDD.
           OPEN INPUT FiDemandeSimulation.
           if fs-fiDemandeSimulation = "00"
               read FiDemandeSimulation
                   at end move 0 to dateDemandeSimulation
               end-read
               if dateDemandeSimulation is numeric
                       and dateDemandeSimulation = dateJourSimulation
                   move "O" to modeSimulationFlag
                   move "../Fichiers/simulation" to repertoireFichiers
               end-if
           end-if.
           CLOSE FiDemandeSimulation.
           if modeSimulation
               OPEN OUTPUT FiDemandeSimulation
               CLOSE FiDemandeSimulation
           end-if.
           perform varying iFichierMaj from 1 by 1
                   until iFichierMaj > 35
               move spaces to nomFichierMajT(iFichierMaj)
               string repertoireFichiers delimited by space
                      baseFichierMajT(iFichierMaj) delimited by space
                   into nomFichierMajT(iFichierMaj)
               end-string
           end-perform.
           if not modeSimulation
               move "../debug.seq" to nomFiDebug
           end-if.

       ouvrirSimulation.
      ************************************
           OPEN OUTPUT FiSimulation.
           move dateJourSimulation to dateJourSimulationEd.
           display LigneEnteteSimulation.
           move LigneEnteteSimulation to EnregSimulation.
           write EnregSimulation.
           move LigneTitreSimulation to EnregSimulation.
           write EnregSimulation.

       debutTransactionSimulation.
      ************************************
      *    la transaction est gardee avant son traitement, qui lit
      *    la suivante (ou les lignes de representation d'un ajout)
           move EnregMAJ to transactionSimulation.
           move nbTransactionsLues to numeroTransactionSimulation.
           move "A" to resultatSimulation.
           move 0 to codeErreurSimulation.
           move 0 to nbErreursSimulation.
           move 0 to montantFactureSimulation.

       noteErreurSimulation.
      ************************************
      *    la premiere erreur fait le motif ; une demande refusee
      *    sur capacite puis placee en liste d'attente reste en
      *    attente
           add 1 to nbErreursSimulation.
           if codeErreurSimulation = 0
               move codeErreurNum to codeErreurSimulation
           end-if.
           if not simulationEnAttente
               move "R" to resultatSimulation
           end-if.

       finTransactionSimulation.
      ************************************
           move numeroTransactionSimulation to numeroTransactionSimEd.
           move codeMajSimulation to codeMajSimEd.
           move informationsSimulation to informationsSimEd.
           evaluate true
               when simulationEnAttente
                   move "ATTENTE" to resultatSimEd
                   add 1 to nbEnAttenteSimulation
               when simulationRejetee
                   move "REJETEE" to resultatSimEd
                   add 1 to nbRejeteesSimulation
               when other
                   move "APPLIQUEE" to resultatSimEd
                   add 1 to nbAppliqueesSimulation
           end-evaluate.
           move codeErreurSimulation to codeErreurSimEd.
           if codeErreurSimulation > 0
               move libelleErreur(codeErreurSimulation)
                   to libelleErreurSimEd
           else
               move spaces to libelleErreurSimEd
           end-if.
           move montantFactureSimulation to montantFactureSimEd.
           add montantFactureSimulation
               to montantFactureTotalSimulation.
           move LigneTransactionSimulation to EnregSimulation.
           write EnregSimulation.

       fermerSimulation.
      ************************************
      *    sort des transactions puis compteurs de fin de
      *    traitement tels que la nuit les produirait
           move nbAppliqueesSimulation to nbAppliqueesSimEd.
           move nbEnAttenteSimulation to nbEnAttenteSimEd.
           move nbRejeteesSimulation to nbRejeteesSimEd.
           move montantFactureTotalSimulation
               to montantFactureTotalSimEd.
           display LigneBilanSimulation.
           display LigneFactureSimulation.
           move LigneBilanSimulation to EnregSimulation
           write EnregSimulation
           move LigneFactureSimulation to EnregSimulation
           write EnregSimulation
           move LigneBilanTotaux to EnregSimulation
           write EnregSimulation
           move LigneBilanShows to EnregSimulation
           write EnregSimulation
           move LigneBilanReservations to EnregSimulation
           write EnregSimulation
           move LigneBilanAnnulations to EnregSimulation
           write EnregSimulation
           move LigneBilanPaiements to EnregSimulation
           write EnregSimulation
           move LigneBilanAbonnements to EnregSimulation
           write EnregSimulation
           move LigneBilanOptionsPosees to EnregSimulation
           write EnregSimulation
           move LigneBilanOptionsConfirmees to EnregSimulation
           write EnregSimulation
           move LigneBilanOptionsExpirees to EnregSimulation
           write EnregSimulation
           move LigneBilanNotifications to EnregSimulation
           write EnregSimulation
           move LigneBilanNotificationsSansCanal to EnregSimulation
           write EnregSimulation
           move LigneBilanModifications to EnregSimulation
           write EnregSimulation
           move LigneBilanEchanges to EnregSimulation
           write EnregSimulation
           move LigneBilanAllocations to EnregSimulation
           write EnregSimulation
           move LigneBilanLiberations to EnregSimulation
           write EnregSimulation
           move LigneBilanGroupes to EnregSimulation
           write EnregSimulation
           move LigneBilanTransferts to EnregSimulation
           write EnregSimulation
           move LigneBilanCarnets to EnregSimulation
           write EnregSimulation
           move LigneBilanAvoirsEmis to EnregSimulation
           write EnregSimulation
           move LigneBilanAvoirsRegles to EnregSimulation
           write EnregSimulation
           move LigneBilanPointsRegles to EnregSimulation
           write EnregSimulation
           move LigneBilanReventesDeposees to EnregSimulation
           write EnregSimulation
           move LigneBilanPlacesRevendues to EnregSimulation
           write EnregSimulation
           move LigneBilanReventesReglees to EnregSimulation
           write EnregSimulation
           move LigneBilanReventesCloses to EnregSimulation
           write EnregSimulation
           move LigneBilanContingentsPoses to EnregSimulation
           write EnregSimulation
           move LigneBilanVentesAgences to EnregSimulation
           write EnregSimulation
           move LigneBilanContingentsRendus to EnregSimulation
           write EnregSimulation
           move LigneBilanRejetsPaiement to EnregSimulation
           write EnregSimulation
           move LigneBilanEcheanciersAbo to EnregSimulation
           write EnregSimulation
           move LigneBilanForfaits to EnregSimulation
           write EnregSimulation
           move LigneBilanSeries to EnregSimulation
           write EnregSimulation
           move LigneBilanErreursTotal to EnregSimulation
           write EnregSimulation.
           CLOSE FiSimulation.

       prendreVerrou.
      *****************************************
      *    un seul programme de mise a jour a la fois sur le jeu de
