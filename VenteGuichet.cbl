       file-control.
      *****************************************

          select optional FiVerrou assign using nomFiVerrou
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrou.
          select FiSpectacle assign using nomFiSpectacle
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                           with duplicates
                   file status is fs-fiSpectacle.

          select FiSalle assign using nomFiSalle
              organization is relative access mode is dynamic
              relative key is salleIDLu
                  file status is fs-fiSalle.

          select optional FiConfigSalles
              assign using nomFiConfigSalles
              organization is indexed access mode is dynamic
              record key is cleConfigSalle
                  file status is fs-fiConfigSalles.

          select optional FiConfigRepresentations
              assign using nomFiConfigRepresentations
              organization is indexed access mode is dynamic
              record key is codeSpectConfigRep
                  file status is fs-fiConfigRepresentations.

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

          select optional FiTarifs
              assign using nomFiTarifs
              organization is line sequential
              file status is fs-fiTarifs.

          select optional FiZonesTarif
              assign using nomFiZonesTarif
              organization is line sequential
              file status is fs-fiZonesTarif.

          select optional FiReservationsDetail
              assign using nomFiReservationsDetail
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiAudit
              assign using nomFiAudit
              organization is line sequential
              file status is fs-fiAudit.

          select optional FiCreances
              assign using nomFiCreances
              organization is line sequential
              file status is fs-fiCreances.

          select optional FiResume
              assign using nomFiResume
              organization is indexed access mode is dynamic
              record key is cleResume
                  file status is fs-fiResume.

          select optional FiParamTraitement
              assign using nomFiParamTraitement
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiClotures
              assign using nomFiClotures
              organization is line sequential
              file status is fs-fiClotures.

          select optional FiAvoirs
              assign using nomFiAvoirs
              organization is indexed access mode is dynamic
              record key is numeroAvoir
                  file status is fs-fiAvoirs.

          select optional FiSessions
              assign using nomFiSessions
              organization is line sequential
              file status is fs-fiSessions.

          select optional FiPlanSalle
              assign using nomFiPlanSalle
              organization is indexed access mode is dynamic
              record key is clePlanSiege
                  file status is fs-fiPlanSalle.

          select optional FiOuvertures
              assign using nomFiOuvertures
              organization is line sequential
              file status is fs-fiOuvertures.

          select optional FiClientsPrioritaires
              assign using nomFiClientsPrioritaires
              organization is line sequential
              file status is fs-fiClientsPrioritaires.

          select optional FiControles
              assign using nomFiControles
              organization is line sequential
              file status is fs-fiControles.

          select optional FiSiegesHorsService
              assign using nomFiSiegesHorsService
              organization is line sequential
              file status is fs-fiSiegesHorsService.

          select optional FiOperateurs
              assign using nomFiOperateurs
              organization is line sequential
              file status is fs-fiOperateurs.

          select optional FiJournalActions
              assign using nomFiJournalActions
              organization is line sequential
              file status is fs-fiJournalActions.

          select optional FiMajGuichet
              assign using nomFiMajGuichet
              organization is line sequential
              file status is fs-fiMajGuichet.

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
              assign using nomFiParamFidelite
              organization is line sequential
              file status is fs-fiParamFidelite.

          select optional FiDons
              assign using nomFiDons
              organization is indexed access mode is dynamic
              record key is numeroDon
                  alternate record key is codeClientDon
                                        with duplicates
                  alternate record key is referenceDon
                                        with duplicates
                  file status is fs-fiDons.

          select optional FiCampagnes
              assign using nomFiCampagnes
              organization is line sequential
              file status is fs-fiCampagnes.

          select optional FiPlafondClient
              assign using nomFiPlafondClient
              organization is line sequential
              file status is fs-fiPlafondClient.

          select optional FiClientsExemptes
              assign using nomFiClientsExemptes
              organization is line sequential
              file status is fs-fiClientsExemptes.

          select optional FiReventes
              assign using nomFiReventes
              organization is indexed access mode is dynamic
              record key is seqRevente
                  alternate record key is cleRevente
                                        with duplicates
                  file status is fs-fiReventes.

          select optional FiArticles
              assign using nomFiArticles
              organization is indexed access mode is dynamic
              record key is codeArticle
                  file status is fs-fiArticles.

          select optional FiVentesBoutique
              assign using nomFiVentesBoutique
              organization is line sequential
              file status is fs-fiVentesBoutique.

          select optional FiQuotasGuichet
              assign using nomFiQuotasGuichet
              organization is line sequential
              file status is fs-fiQuotasGuichet.

          select optional FiVentesHorsLigne
              assign using nomFiVentesHorsLigne
              organization is line sequential
              file status is fs-fiVentesHorsLigne.

          select optional FiVentesRejouees
              assign using nomFiVentesRejouees
              organization is line sequential
              file status is fs-fiVentesRejouees.

          select optional FiFormationPrete
              assign "../Fichiers/formationPrete.seq"
              organization is line sequential
              file status is fs-fiFormationPrete.
       data division.
      *========================================
       file section.
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
       FD FiClient.
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
           02 incidentPaiementClient       pic x.
               88 clientEnIncident     value "O".
           02 emailInvalideClient          pic x.
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
           02 codePromoTarifLu             pic x(5).
           02 tabPrixTarifLu.
               03 prixTarifLu              pic 9(3)v99 OCCURS 3.
       FD FiZonesTarif.
       01 EnregZoneTarif.
           02 codeZoneLu                   pic x.
           02 dateDebutZoneLu              pic 9(8).
           02 dateFinZoneLu                pic 9(8).
           02 tabAjustementsZoneLu.
               03 ajustementZoneLu OCCURS 3.
                   04 sensZoneLu           pic x.
                   04 montantZoneLu        pic 9(3)v99.
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiAudit.
       01 EnregAudit.
           02 codeSpectAudit               pic x(7).
           02 montantCreance               pic 9(5)v99.
           02 dateMouvementCreance         pic 9(8).
           02 modeReglementCreance         pic x.
           02 canalVenteCreance            pic x.
           02 dateReglementRejeteCreance   pic 9(8).
           02 sensReporteCreance           pic x.
       FD FiResume.
       01 EnregResume.
           02 cleResume.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiClotures.
       01 EnregCloture.
           02 periodeCloture               pic 9(6).
           02 dateFinPeriodeCloture        pic 9(8).
           02 dateExecutionCloture         pic 9(8).
           02 nbMouvementsArchivesCloture  pic 9(7).
           02 nbReportsCloture             pic 9(7).
           02 totalDebitCloture            pic 9(9)v99.
           02 totalCreditCloture           pic 9(9)v99.
       FD FiAvoirs.
      *    meme registre des avoirs que le traitement de nuit : un
      *    avoir se tire au guichet comme moyen de paiement, le
      *    encaissement ('P'), une ligne 'Z' a la cloture avec les
      *    totaux de l'operateur ; le rapprochement avec creances.seq
      *    se fait ligne a ligne puisque chaque mouvement du journal
      *    correspond a une ecriture du grand livre -- les dons ('D')
      *    et les ventes de la boutique ('M', code article et
      *    quantite a la place du spectacle et des places) restent
      *    hors grand livre
       01 EnregSessionJournal.
           02 typeLigneSession             pic x.
               88 sessionOuverture     value "O".
               88 sessionVente         value "V".
               88 sessionEncaissement  value "P".
               88 sessionCloture       value "Z".
               88 sessionDon           value "D".
               88 sessionBoutique      value "M".
           02 codeOperateurSession         pic x(4).
           02 dateSession                  pic 9(8).
           02 heureSession                 pic 9(8).
               03 codeClientAnnulation     pic x(6).
               03 nbPlacesAccessAnnulation pic 99.
               03 modeRemboursementAnnulation pic x.
           02 REDEFINES informationsGuichet.
               03 codeSpectDepot           pic x(7).
               03 categDepot               pic 9.
               03 nbPlacesDepot            pic 99.
               03 codeClientDepot          pic x(6).
               03 dateDepot                pic 9(8).
               03 modeRemboursementDepot   pic x.
           02 canalMajGuichet              pic x.
           02 codeOperateurMajGuichet      pic x(4).
       FD FiSiegesHorsService.
       01 EnregSiegeHSLu.
           02 numSalleHSLu                 pic 9(2).
               88 carnetEnCours        value "E".
               88 carnetSolde          value "S".
               88 carnetExpire         value "X".
       FD FiPoints.
      *    memes comptes de points de fidelite que le traitement de
      *    nuit : les points se tirent au guichet comme moyen de
      *    paiement, le tirage laisse un mouvement 'U' au journal
      *    des points et un reglement 'P' mode "F" au grand livre
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
       FD FiDons.
      *    dons et mecenat : un enregistrement par don, rattache au
      *    code du fichier maitre des clients ; les dons ne passent
      *    jamais par le grand livre des creances, ils ont leur
      *    propre flux vers la remise en banque et la comptabilite ;
      *    le numero de recu fiscal est porte en fin d'annee
       01 EnregDon.
           02 numeroDon                    pic 9(7).
           02 codeClientDon                pic x(6).
           02 montantDon                   pic 9(7)v99.
           02 dateDon                      pic 9(8).
           02 modeReglementDon             pic x.
           02 codeCampagneDon              pic x(6).
           02 canalDon                     pic x.
           02 referenceDon                 pic x(10).
           02 codeOperateurDon             pic x(4).
           02 numeroRecuDon                pic 9(7).
       FD FiArticles.
      *    articles de la boutique du guichet (programmes, affiches,
      *    disques) : prix de vente TTC, categorie de TVA au sens de
      *    tauxTVA.seq et stock en magasin, decremente a chaque vente
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
               88 articleActif         value "A".
               88 articleRetire        value "R".
       FD FiVentesBoutique.
      *    journal des ventes de la boutique : tenu hors du grand
      *    livre des creances, la boutique ayant sa propre caisse ;
      *    il alimente la remise en banque, la TVA et la comptabilite
       01 EnregVenteBoutique.
           02 dateVenteBoutique            pic 9(8).
           02 heureVenteBoutique           pic 9(8).
           02 codeOperateurBoutique        pic x(4).
           02 codeArticleVente             pic x(6).
           02 quantiteVenteBoutique        pic 9(3).
           02 prixUnitaireVenteBoutique    pic 9(5)v99.
           02 montantVenteBoutique         pic 9(7)v99.
           02 categorieTVAVenteBoutique    pic x.
           02 modeReglementBoutique        pic x.
       FD FiQuotasGuichet.
      *    quotas de vente hors ligne poses chaque soir par
      *    AllocationQuotasGuichet : seule source de places quand
      *    le verrou est pris ou que les fichiers indexes sont
      *    indisponibles
       01 EnregQuotaGuichet.
           02 codeGuichetQuota             pic x(2).
           02 codeSpectQuotaGuichet        pic x(7).
           02 dateRepresentationQuotaGuichet pic 9(8).
           02 titreQuotaGuichet            pic x(30).
           02 categQuotaGuichet            pic 9.
           02 nbPlacesQuotaGuichet         pic 99.
           02 prixQuotaGuichet             pic 9(3)v99.
       FD FiVentesHorsLigne.
      *    file des ventes hors ligne, rejouee par
      *    RejeuVentesHorsLigne des que les fichiers sont rendus ;
      *    le billet provisoire est guichet + date + numero
       01 EnregVenteHorsLigne.
           02 codeGuichetHorsLigne         pic x(2).
           02 dateVenteHorsLigne           pic 9(8).
           02 numeroBilletHorsLigne        pic 9(4).
           02 heureVenteHorsLigne          pic 9(8).
           02 codeOperateurHorsLigne       pic x(4).
           02 codeSpectHorsLigne           pic x(7).
           02 dateRepresentationHorsLigne  pic 9(8).
           02 categHorsLigne               pic 9.
           02 nbPlacesHorsLigne            pic 99.
           02 codeClientHorsLigne          pic x(6).
           02 nomClientHorsLigne           pic x(20).
           02 prixUnitaireHorsLigne        pic 9(3)v99.
           02 montantHorsLigne             pic 9(5)v99.
           02 modeReglementHorsLigne       pic x.
       FD FiVentesRejouees.
       01 EnregVenteRejouee.
           02 codeGuichetRejoue            pic x(2).
           02 dateVenteRejouee             pic 9(8).
           02 numeroBilletRejoue           pic 9(4).
           02 suiteVenteRejouee            pic x(79).
       FD FiFormationPrete.
      *    jeu de formation pret : generation de sauvegarde dont il
      *    est tire, date de preparation, date de derniere remise
      *    a blanc (zero tant que la remise a blanc n'a pas abouti)
       01 EnregFormationPrete.
           02 generationFormation          pic 9.
           02 datePreparationFormation     pic 9(8).
           02 dateReinitFormation          pic 9(8).
       FD FiCampagnes.
       01 EnregCampagneLu.
           02 codeCampagneLu               pic x(6).
           02 libelleCampagneLu            pic x(30).
           02 objectifCampagneLu           pic 9(7)v99.
           02 dateDebutCampagneLu          pic 9(8).
           02 dateFinCampagneLu            pic 9(8).
       FD FiPlafondClient.
       01 EnregPlafondClient.
           02 plafondPlacesParam           pic 9(3).
       FD FiClientsExemptes.
       01 EnregClientExempteLu.
           02 codeClientExempteLu          pic x(6).
       FD FiReventes.
      *    meme registre des remises en revente que le traitement de
      *    nuit : une place reprise ici change de porteur sur-le-champ,
      *    le remboursement du cedant reste au traitement de nuit
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
       FD FiControles.
      *    memes totaux de controle que le traitement de nuit :
      *    verifies a l'ouverture, reecrits a la fermeture
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

       FD FiVerrou.
       01 EnregVerrou.
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiClient                      pic x(2).
       77 fs-fiResaClient                  pic x(2).
       77 fs-fiSieges                      pic x(2).
       77 capaciteVendable                 pic s9(4).
       77 fs-fiResume                      pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 dateEcritureCreance              pic 9(8).
       77 periodeEcritureFlag              pic x value "O".
           88 periodeEcritureOuverte VALUE "O".
       77 deltaResume                      pic s9(3).
       77 deltaTempResume                  pic s9(7).
       77 categResume                      pic 9.
       77 numeroAvoirSaisi                 pic 9(6).
       77 montantVenteCourante             pic 9(7)v99.
       77 montantTireAvoir                 pic 9(7)v99.
       77 fs-fiPoints                      pic x(2).
       77 fs-fiMouvementsPoints            pic x(2).
       77 fs-fiParamFidelite               pic x(2).
       77 valeurPoint                      pic 9v9(4) value 0.02.
       77 montantTirePoints                pic 9(7)v99.
       77 valeurSoldePoints                pic 9(7)v99.
       77 pointsNecessaires                pic 9(7).
       77 restePointsDivision              pic 9v9(4).
       77 choixReglementPoints             pic x.
       77 fs-fiSessions                    pic x(2).
       77 fs-fiPlanSalle                   pic x(2).
       77 fs-fiOuvertures                  pic x(2).
           88 clientPrioritaire     VALUE "O".
           88 clientOrdinaire       VALUE "N".
       77 modeReglementSaisi               pic x.
       77 incidentGuichetFlag              pic x.
           88 clientIncidentGuichet VALUE "O".
       77 resteAPayerVente                 pic 9(7)v99.
       77 fs-fiCarnets                     pic x(2).
       77 fs-fiSiegesHorsService           pic x(2).
       77 numeroCarnetSuivant              pic 9(6).
       77 numeroCarnetSaisi                pic 9(6).
       77 nbAdmissionsSaisies              pic 9(3).
       77 fs-fiDons                        pic x(2).
       77 fs-fiCampagnes                   pic x(2).
           88 finFiCampagnes        VALUE "10".
       77 montantDonSaisi                  pic 9(7)v99.
       77 codeCampagneSaisi                pic x(6).
       77 numeroDonSuivant                 pic 9(7).
       77 campagneConnueFlag               pic x.
           88 campagneConnue        VALUE "O".
       77 totalDonsSession                 pic 9(7)v99 value 0.
       77 fs-fiArticles                    pic x(2).
       77 fs-fiVentesBoutique              pic x(2).
       77 codeArticleSaisi                 pic x(6).
       77 quantiteArticleSaisie            pic 99.
       77 guichetHorsLigneFlag             pic x value "N".
           88 guichetHorsLigne      VALUE "O".
       77 modeFormationFlag                pic x value "N".
           88 modeFormation         VALUE "O".
       77 reponseFormation                 pic x.
       77 repertoireFichiers               pic x(21)
                                           value "../Fichiers/".
       77 iFichierGuichet                  pic 99.
       77 fs-fiFormationPrete              pic x(2).
      *    noms des fichiers du guichet, construits au demarrage
      *    sur le jeu de production ou sur le jeu de formation
       01 nomsFichiersGuichet.
           02 nomFiVerrou                  pic x(60).
           02 nomFiSpectacle               pic x(60).
           02 nomFiSalle                   pic x(60).
           02 nomFiConfigSalles            pic x(60).
           02 nomFiConfigRepresentations   pic x(60).
           02 nomFiClient                  pic x(60).
           02 nomFiResaClient              pic x(60).
           02 nomFiSieges                  pic x(60).
           02 nomFiTarifs                  pic x(60).
           02 nomFiReservationsDetail      pic x(60).
           02 nomFiAudit                   pic x(60).
           02 nomFiCreances                pic x(60).
           02 nomFiResume                  pic x(60).
           02 nomFiParamTraitement         pic x(60).
           02 nomFiClotures                pic x(60).
           02 nomFiAvoirs                  pic x(60).
           02 nomFiSessions                pic x(60).
           02 nomFiPlanSalle               pic x(60).
           02 nomFiOuvertures              pic x(60).
           02 nomFiClientsPrioritaires     pic x(60).
           02 nomFiControles               pic x(60).
           02 nomFiSiegesHorsService       pic x(60).
           02 nomFiOperateurs              pic x(60).
           02 nomFiJournalActions          pic x(60).
           02 nomFiMajGuichet              pic x(60).
           02 nomFiCarnets                 pic x(60).
           02 nomFiPoints                  pic x(60).
           02 nomFiMouvementsPoints        pic x(60).
           02 nomFiParamFidelite           pic x(60).
           02 nomFiDons                    pic x(60).
           02 nomFiCampagnes               pic x(60).
           02 nomFiPlafondClient           pic x(60).
           02 nomFiClientsExemptes         pic x(60).
           02 nomFiReventes                pic x(60).
           02 nomFiArticles                pic x(60).
           02 nomFiVentesBoutique          pic x(60).
           02 nomFiQuotasGuichet           pic x(60).
           02 nomFiVentesHorsLigne         pic x(60).
           02 nomFiVentesRejouees          pic x(60).
           02 nomFiZonesTarif              pic x(60).
       01 REDEFINES nomsFichiersGuichet.
           02 nomFichierGuichetT           pic x(60) OCCURS 40.
       01 basesFichiersGuichet.
           02                              pic x(30)
               VALUE "verrou.rel".
           02                              pic x(30)
               VALUE "SPECTACLE.IND".
           02                              pic x(30)
               VALUE "SALLE.REL".
           02                              pic x(30)
               VALUE "CONFIGSALLES.IND".
           02                              pic x(30)
               VALUE "CONFIGREPRESENTATIONS.IND".
           02                              pic x(30)
               VALUE "CLIENT.IND".
           02                              pic x(30)
               VALUE "RESACLIENT.IND".
           02                              pic x(30)
               VALUE "SIEGES.IND".
           02                              pic x(30)
               VALUE "tarifs.seq".
           02                              pic x(30)
               VALUE "reservationsDetail.seq".
           02                              pic x(30)
               VALUE "auditSpectacles.seq".
           02                              pic x(30)
               VALUE "creances.seq".
           02                              pic x(30)
               VALUE "RESUME.IND".
           02                              pic x(30)
               VALUE "ParamTraitement.seq".
           02                              pic x(30)
               VALUE "clotureCreances.seq".
           02                              pic x(30)
               VALUE "AVOIRS.IND".
           02                              pic x(30)
               VALUE "sessionsGuichet.seq".
           02                              pic x(30)
               VALUE "PLANSALLE.IND".
           02                              pic x(30)
               VALUE "ouverturesVente.seq".
           02                              pic x(30)
               VALUE "clientsPrioritaires.seq".
           02                              pic x(30)
               VALUE "controles.seq".
           02                              pic x(30)
               VALUE "siegesHorsService.seq".
           02                              pic x(30)
               VALUE "operateurs.seq".
           02                              pic x(30)
               VALUE "journalActions.seq".
           02                              pic x(30)
               VALUE "majEntree.seq".
           02                              pic x(30)
               VALUE "CARNETS.IND".
           02                              pic x(30)
               VALUE "POINTS.IND".
           02                              pic x(30)
               VALUE "mouvementsPoints.seq".
           02                              pic x(30)
               VALUE "paramFidelite.seq".
           02                              pic x(30)
               VALUE "DONS.IND".
           02                              pic x(30)
               VALUE "campagnesDons.seq".
           02                              pic x(30)
               VALUE "plafondClient.seq".
           02                              pic x(30)
               VALUE "clientsExemptes.seq".
           02                              pic x(30)
               VALUE "REVENTES.IND".
           02                              pic x(30)
               VALUE "ARTICLES.IND".
           02                              pic x(30)
               VALUE "ventesBoutique.seq".
           02                              pic x(30)
               VALUE "quotasGuichet.seq".
           02                              pic x(30)
               VALUE "ventesHorsLigne.seq".
           02                              pic x(30)
               VALUE "ventesHorsLigneRejouees.seq".
           02                              pic x(30)
               VALUE "zonesTarif.seq".
       01 REDEFINES basesFichiersGuichet.
           02 baseFichierGuichetT          pic x(30) OCCURS 40.
       01 LigneBandeauFormation.
           02                              pic x(42)
               VALUE "*** FORMATION -- ventes fictives, jeu du ".
           02 dateJeuFormationEd           pic 9(8).
           02                              pic x(4) VALUE " ***".
       77 fs-fiQuotasGuichet               pic x(2).
           88 finFiQuotasGuichet    VALUE "10".
       77 fs-fiVentesHorsLigne             pic x(2).
           88 finFiVentesHorsLigne  VALUE "10".
       77 fs-fiVentesRejouees              pic x(2).
           88 finFiVentesRejouees   VALUE "10".
       77 codeGuichetSaisi                 pic x(2).
       77 dateVenteJour                    pic 9(8).
       77 numeroBilletSuivant              pic 9(4) value 0.
       77 nbQuotasHorsLigne                pic 9(3) value 0.
       77 iQuotaHorsLigne                  pic 9(3).
       77 iQuotaVente                      pic 9(3).
       77 resteQuotaHorsLigne              pic s9(3).
       77 quotaSpectTrouveFlag             pic x.
           88 quotaSpectTrouve      VALUE "O".
      *    quotas du guichet, diminues des ventes deja en file
       01 tabQuotasHorsLigne.
           02 detailQuotaHorsLigne OCCURS 300.
               03 codeSpectQuotaT          pic x(7).
               03 dateRepresentationQuotaT pic 9(8).
               03 titreQuotaT              pic x(30).
               03 categQuotaT              pic 9.
               03 nbPlacesQuotaT           pic 99.
               03 prixQuotaT               pic 9(3)v99.
               03 nbPlacesVenduesQuotaT    pic 9(3).
       77 montantBoutiqueCourant           pic 9(7)v99.
       77 totalBoutiqueSession             pic 9(7)v99 value 0.
       77 prixCarnetSaisi                  pic 9(5)v99.
       77 venteRegleeParCarnetFlag         pic x.
           88 venteRegleeParCarnet  VALUE "O".
       77 categAnnulationSaisie            pic 9.
       77 nbPlacesAnnulationSaisies        pic 99.
       77 modeRemboursementSaisi           pic x.
       77 fs-fiReventes                    pic x(2).
       77 cleReventeCible                  pic x(8).
       77 placesEnRevente                  pic 9(4).
       77 resteARevendre                   pic 9(4).
       77 placesPriseRevente               pic 9(4).
       77 placesCedeesRevente              pic 9(4).
       77 placesDetenuesCedant             pic 9(4).
       77 resteCedantGuichet               pic 9(4).
       77 codeOperateur                    pic x(4).
       77 nbTransactionsSession            pic 9(5) value 0.
       77 totalFactureSession              pic 9(7)v99 value 0.
       77 totalEncaisseSession             pic 9(7)v99 value 0.
       77 totalAvoirsSession               pic 9(7)v99 value 0.
       77 totalCarnetsSession              pic 9(7)v99 value 0.
       77 totalPointsSession               pic 9(7)v99 value 0.
       01 tabTarifs.
           02 detailTarif OCCURS 100.
               03 cibleTarif               pic x(7).
               03 prixTarif                pic 9(3)v99 OCCURS 3.
       01 tabPrixResolus.
           02 prixResolu                   pic 9(3)v99 OCCURS 3.
      *    zones tarifaires : meme table a date d'effet que le
      *    traitement de nuit, la vente est le total des sieges
      *    effectivement attribues, chacun au prix de sa zone
       77 fs-fiZonesTarif                  pic x(2).
           88 finFiZonesTarif       VALUE "10".
       77 nbZonesTarif                     pic 9(3) value 0.
       77 iZoneTarif                       pic 9(3).
       77 iCategZone                       pic 9.
       77 codeZoneSiege                    pic x.
       77 categSiegeZone                   pic 9.
       77 ajustementZoneSiege              pic s9(3)v99.
       77 prixSiegeZone                    pic 9(3)v99.
       77 montantVenteZones                pic 9(7)v99.
       01 tabZonesTarif.
           02 detailZoneTarif OCCURS 50.
               03 codeZoneTarif            pic x.
               03 dateDebutZoneTarif       pic 9(8).
               03 dateFinZoneTarif         pic 9(8).
               03 ajustementZoneTarif      pic s9(3)v99 OCCURS 3.
       01 LibellesCategorie.
           02 libelleCategorie1            pic x(12) VALUE "Orchestre".
           02 libelleCategorie2            pic x(12) VALUE "Balcon".
           02                              pic x(35)
               VALUE "dont tirages sur avoirs        : ".
           02 totalAvoirsSessionEd         pic zzzzzz9,99.
       01 LigneZDons.
           02                              pic x(35)
               VALUE "Dons recus (hors creances)     : ".
           02 totalDonsSessionEd           pic zzzzzz9,99.
       01 LigneZBoutique.
           02                              pic x(35)
               VALUE "Caisse boutique (hors creances): ".
           02 totalBoutiqueSessionEd       pic zzzzzz9,99.
       01 LigneConfirmationBoutique.
           02                              pic x(17)
               VALUE "Vente boutique - ".
           02 quantiteBoutiqueEd           pic z9.
           02                              pic x(3) VALUE " x ".
           02 libelleArticleEd             pic x(30).
           02                              pic x(8) VALUE " total ".
           02 montantBoutiqueEd            pic zzzz9,99.
           02                              pic x(9) VALUE "  stock ".
           02 stockArticleEd               pic zzzz9.
       01 LigneZCarnets.
           02                              pic x(35)
               VALUE "dont tirages sur carnets       : ".
           02 totalCarnetsSessionEd        pic zzzzzz9,99.
       01 LigneZPoints.
           02                              pic x(35)
               VALUE "dont reglements en points      : ".
           02 totalPointsSessionEd         pic zzzzzz9,99.
       01 LigneSoldePointsGuichet.
           02                              pic x(24)
               VALUE "Points de fidelite    : ".
           02 soldePointsGuichetEd         pic zzzzzz9.
           02                              pic x(14)
               VALUE " soit jusqu'a ".
           02 valeurSoldePointsEd          pic zzzzz9,99.
       01 LigneTirageAvoir.
           02                              pic x(25)
               VALUE "Avoir tire en paiement : ".
           02                              pic x(9)
               VALUE "  reste ".
           02 montantRestantAvoirEd        pic zzzzz9,99.
       01 LigneQuotaHorsLigne.
           02 libelleCategQuotaEd          pic x(12).
           02                              pic x(16)
               VALUE " : reste quota ".
           02 resteQuotaEd                 pic --9.
           02                              pic x(9) VALUE "  prix : ".
           02 prixQuotaEd                  pic zz9,99.
       01 LigneBilletProvisoire.
           02                              pic x(20)
               VALUE "Billet provisoire : ".
           02 codeGuichetBilletEd          pic x(2).
           02                              pic x VALUE "-".
           02 dateVenteBilletEd            pic 9(8).
           02                              pic x VALUE "-".
           02 numeroBilletEd               pic 9(4).
           02                              pic x(4) VALUE " -- ".
           02 nbPlacesBilletEd             pic z9.
           02                              pic x(17)
               VALUE " place(s), total ".
           02 montantBilletEd              pic zzzz9,99.

       procedure division.
      *========================================
      *    vente immediate au guichet : memes controles de capacite
      *    et memes ecritures que miseAJourPlaces du traitement de
      *    nuit, appliques sur-le-champ a SPECTACLE.IND ; une vente
      *    guichet ne se distingue d'une vente batch que par son
      *    canal "G" sur le detail et au grand livre ; verrou pris
      *    ou fichiers indisponibles, le guichet bascule sur la vente
      *    hors ligne de son quota
           perform choisirJeuFichiersGuichet.
           perform prendreVerrou.
           if guichetHorsLigne
               perform venteHorsLigneGuichet
               STOP RUN
           end-if.
           OPEN I-O FiSpectacle FiClient FiResaClient FiSieges
                    FiResume FiAvoirs FiCarnets FiPoints FiDons
                    FiReventes FiArticles.
           OPEN INPUT FiSalle FiTarifs FiPlanSalle FiConfigSalles
                      FiConfigRepresentations.
           OPEN EXTEND FiReservationsDetail FiAudit FiCreances
                       FiMouvementsPoints FiVentesBoutique.
           if fs-fiSpectacle not = "00"
               display "SPECTACLE.IND indisponible : passage en "
                       "vente hors ligne sur quota"
               CLOSE FiSpectacle FiSalle FiClient FiResaClient
                     FiSieges FiResume FiTarifs FiReservationsDetail
                     FiAudit FiCreances FiAvoirs FiCarnets
                     FiPlanSalle FiPoints FiMouvementsPoints FiDons
                     FiReventes FiConfigSalles FiConfigRepresentations
                     FiArticles FiVentesBoutique
               perform libererVerrou
               perform venteHorsLigneGuichet
               STOP RUN
           end-if.
           move 0 to dateReglementRejeteCreance.
           move space to sensReporteCreance.

           perform verifieControlesFichiers.
           if controleEchoue
               CLOSE FiSpectacle FiSalle FiClient FiResaClient
                     FiSieges FiResume FiTarifs FiReservationsDetail
                     FiAudit FiCreances FiAvoirs FiCarnets
                     FiPlanSalle FiPoints FiMouvementsPoints FiDons
                     FiReventes FiConfigSalles FiConfigRepresentations
                     FiArticles FiVentesBoutique
               perform libererVerrou
               move 8 to return-code
               perform venteHorsLigneGuichet
               STOP RUN
           end-if.

           perform initResaClientGuichet.
           perform chargerTarifsGuichet.
           perform chargerZonesGuichet.
           perform chargerOuverturesGuichet.
           perform chargerClientsPrioGuichet.
           perform chargerPlafondGuichet.
           perform chargerSiegesHSGuichet.
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementGuichet.
           perform lireClotureGuichet.
           perform lireParamFideliteGuichet.
           perform ouvrirSessionGuichet.

           move "1" to choixMenu.

           CLOSE FiSpectacle FiSalle FiClient FiResaClient FiSieges
                 FiResume FiTarifs FiReservationsDetail FiAudit
                 FiCreances FiAvoirs FiCarnets FiPlanSalle
                 FiPoints FiMouvementsPoints FiDons FiReventes
                 FiConfigSalles FiConfigRepresentations FiArticles
                 FiVentesBoutique.
           perform libererVerrou.
           STOP RUN.

       choisirJeuFichiersGuichet.
      *****************************************
      *    session de formation : tous les fichiers du guichet sont
      *    pris dans le jeu de formation prepare par
      *    PreparationFormation -- verrou, grands livres, journal
      *    des sessions et file hors ligne compris -- aucune
      *    ecriture du stagiaire n'atteint le jeu de production
           display "Session de formation (O/N) : " with no advancing.
           accept reponseFormation.
           if reponseFormation = "O" or "o"
               perform lireFormationPrete
               move "O" to modeFormationFlag
               move "../Fichiers/formation" to repertoireFichiers
           end-if.
           perform construireNomsFichiersGuichet.
           perform afficheBandeauFormation.

       lireFormationPrete.
      *****************************************
      *    sans jeu de formation remis a blanc, la session est
      *    refusee plutot que de retomber sur la production
           move 0 to dateReinitFormation.
           OPEN INPUT FiFormationPrete.
           if fs-fiFormationPrete = "00"
               read FiFormationPrete
                   at end move 0 to dateReinitFormation
               end-read
           end-if.
           CLOSE FiFormationPrete.
           if dateReinitFormation = 0
               display "Jeu de formation absent ou incomplet : "
                       "lancer PreparationFormation"
               move 8 to return-code
               STOP RUN
           end-if.
           move dateReinitFormation to dateJeuFormationEd.

       construireNomsFichiersGuichet.
      *****************************************
           perform varying iFichierGuichet from 1 by 1
                   until iFichierGuichet > 40
               move spaces to nomFichierGuichetT(iFichierGuichet)
               string repertoireFichiers delimited by space
                      baseFichierGuichetT(iFichierGuichet)
                          delimited by space
                   into nomFichierGuichetT(iFichierGuichet)
               end-string
           end-perform.

       afficheBandeauFormation.
      *****************************************
           if modeFormation
               display LigneBandeauFormation
           end-if.

       ouvrirSessionGuichet.
      *****************************************
      *    ouverture du tiroir : l'operateur s'identifie avant la
               CLOSE FiSpectacle FiSalle FiClient FiResaClient
                     FiSieges FiResume FiTarifs FiReservationsDetail
                     FiAudit FiCreances FiAvoirs FiCarnets
                     FiPoints FiMouvementsPoints FiDons FiReventes
                     FiPlanSalle FiConfigSalles FiConfigRepresentations
                     FiArticles FiVentesBoutique
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           perform garnitLigneSession.
           move codeSpect to codeSpectSession.
           move nbPlacesSaisies to nbPlacesSession.
           move montantVenteZones to montantSession.
           add montantSession to totalFactureSession.
           move space to modeSession.
           write EnregSessionJournal.
      *    rapport Z de cloture : les totaux de la session sont ceux
      *    des ecritures poussees au grand livre pendant la session,
      *    le tiroir doit contenir le total encaisse hors tirages
      *    d'avoirs, de carnets et de points, detailles sur leurs
      *    lignes "dont", plus les dons recus, qui ne sont pas des
      *    creances ; la caisse de la boutique se compte a part
           move "Z" to typeLigneSession.
           perform garnitLigneSession.
           move spaces to codeSpectSession.
           display " ".
           display "===== Rapport Z -- operateur " codeOperateur
                   " =====".
           perform afficheBandeauFormation.
           move nbTransactionsSession to nbTransactionsSessionEd.
           move totalFactureSession to totalFactureSessionEd.
           move totalEncaisseSession to totalEncaisseSessionEd.
           move totalAvoirsSession to totalAvoirsSessionEd.
           move totalCarnetsSession to totalCarnetsSessionEd.
           move totalPointsSession to totalPointsSessionEd.
           move totalDonsSession to totalDonsSessionEd.
           move totalBoutiqueSession to totalBoutiqueSessionEd.
           display LigneZTransactions.
           display LigneZFacture.
           display LigneZEncaisse.
           display LigneZAvoirs.
           display LigneZCarnets.
           display LigneZPoints.
           display LigneZDons.
           display LigneZBoutique.

       initResaClientGuichet.
      *****************************************
               at end move "10" to fs-fiTarifs
           end-read.

       chargerZonesGuichet.
      *****************************************
      *    sans table des zones, les sieges d'une categorie restent
      *    au prix de la categorie
           OPEN INPUT FiZonesTarif.
           if fs-fiZonesTarif = "00"
               read FiZonesTarif
                   at end move "10" to fs-fiZonesTarif
               end-read
               perform chargerLigneZoneGuichet until finFiZonesTarif
                   or nbZonesTarif >= 50
           end-if.
           CLOSE FiZonesTarif.

       chargerLigneZoneGuichet.
      *****************************************
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

       chargerOuverturesGuichet.
      *****************************************
      *    meme calendrier d'ouverture des ventes que le traitement
       afficheMenuGuichet.
      *****************************************
           display " ".
           perform afficheBandeauFormation.
           display "1. Vente de places".
           display "2. Quitter".
           display "3. Vente de carnet".
           display "4. Annulation de vente (profil A ou S)".
           display "5. Don (mecenat)".
           display "6. Remise en revente (profil A ou S)".
           display "7. Boutique (programmes, affiches, disques)".
           display "Votre choix : " with no advancing.
           accept choixMenu.
           evaluate choixMenu
               when "1"
                   if periodeEcritureOuverte
                       perform venteGuichet
                   else
                       perform refusePeriodeClose
                   end-if
               when "2" continue
               when "3"
                   if periodeEcritureOuverte
                       perform venteCarnetGuichet
                   else
                       perform refusePeriodeClose
                   end-if
               when "4" perform annulationGuichet
               when "5" perform donGuichet
               when "6" perform remiseEnReventeGuichet
               when "7" perform venteBoutiqueGuichet
               when other display "Choix invalide"
           end-evaluate.

           if modeRemboursementSaisi = "O"
               move "A" to modeRemboursementAnnulation
           end-if.
           move "G" to canalMajGuichet.
           move codeOperateur to codeOperateurMajGuichet.
           write EnregMajGuichet.
           CLOSE FiMajGuichet.
           move "ANNULATION GUICHET" to actionJournalisee.
           perform journaliseActionPrivilegiee.
           display "Annulation transmise au traitement de nuit".

       remiseEnReventeGuichet.
      *****************************************
      *    remise en revente saisie au guichet : memes profils que
      *    l'annulation, transmise en transaction 'D' a la file
      *    d'entree du pre-controle ; le client garde ses sieges
      *    jusqu'a ce qu'un autre acheteur les reprenne
           if profilVenteSeule
               display "Profil vente seule : remise en revente "
                       "refusee"
           else
               perform saisieRemiseEnReventeGuichet
           end-if.

       saisieRemiseEnReventeGuichet.
      *****************************************
           display "Code spectacle         : " with no advancing.
           accept codeSpectSaisi.
           display "Categorie (1-3)        : " with no advancing.
           accept categAnnulationSaisie.
           display "Nombre de places       : " with no advancing.
           accept nbPlacesAnnulationSaisies.
           display "Code client            : " with no advancing.
           accept codeClientSaisi.
           move space to modeRemboursementSaisi.
           if profilSuperviseur
               display "Avoir au lieu du remboursement (O/N) : "
                   with no advancing
               accept modeRemboursementSaisi
           end-if.
           if codeSpectSaisi = spaces or codeClientSaisi = spaces
                   or categAnnulationSaisie is not numeric
                   or categAnnulationSaisie < 1
                   or categAnnulationSaisie > 3
                   or nbPlacesAnnulationSaisies is not numeric
                   or nbPlacesAnnulationSaisies = 0
               display "Remise en revente abandonnee : saisie "
                       "incomplete"
           else
               perform transmetRemiseEnReventeGuichet
           end-if.

       transmetRemiseEnReventeGuichet.
      *****************************************
           OPEN EXTEND FiMajGuichet.
           move spaces to EnregMajGuichet.
           move "D" to codeMajGuichet.
           move codeSpectSaisi to codeSpectDepot.
           move categAnnulationSaisie to categDepot.
           move nbPlacesAnnulationSaisies to nbPlacesDepot.
           move codeClientSaisi to codeClientDepot.
           move dateTraitementJour to dateDepot.
           if modeRemboursementSaisi = "O"
               move "A" to modeRemboursementDepot
           end-if.
           move "G" to canalMajGuichet.
           move codeOperateur to codeOperateurMajGuichet.
           write EnregMajGuichet.
           CLOSE FiMajGuichet.
           move "REVENTE GUICHET" to actionJournalisee.
           move spaces to cibleAction.
           string codeSpectSaisi " " codeClientSaisi
               delimited by size into cibleAction
           end-string.
           perform journaliseActionPrivilegiee.
           display "Remise en revente transmise au traitement de "
                   "nuit".

       donGuichet.
      *****************************************
      *    don recu au guichet : le donateur doit etre connu du
      *    fichier maitre (le recu fiscal part a son adresse) ; le
      *    don s'enregistre dans DONS.IND, jamais au grand livre des
      *    creances, et apparait au journal de session sur sa
      *    propre ligne 'D'
           display "Code client donateur   : " with no advancing.
           accept codeClientSaisi.
           display "Montant du don         : " with no advancing.
           accept montantDonSaisi.
           display "Reglement (E/C/Q/V)    : " with no advancing.
           accept modeReglementSaisi.
           display "Campagne (vide si aucune) : " with no advancing.
           accept codeCampagneSaisi.
           move codeClientSaisi to codeClientMaster.
           evaluate true
               when codeClientSaisi = spaces
                   display "Don abandonne : code client absent"
               when montantDonSaisi is not numeric
                       or montantDonSaisi = 0
                   display "Don abandonne : montant invalide"
               when modeReglementSaisi not = "E"
                       and modeReglementSaisi not = "C"
                       and modeReglementSaisi not = "Q"
                       and modeReglementSaisi not = "V"
                   display "Don abandonne : mode de reglement "
                           "invalide"
               when other
                   read FiClient
                       invalid key
                           display "Donateur inconnu du fichier "
                                   "maitre : creer la fiche client "
                                   "avant le don"
                       not invalid key
                           perform verifieCampagneGuichet
                           if campagneConnue
                               perform enregistrerDonGuichet
                           else
                               display "Campagne inconnue : don "
                                       "abandonne"
                           end-if
                   end-read
           end-evaluate.

       verifieCampagneGuichet.
      *****************************************
      *    sans referentiel des campagnes, tout code est accepte
           move "O" to campagneConnueFlag.
           OPEN INPUT FiCampagnes.
           if fs-fiCampagnes = "00" and codeCampagneSaisi not = spaces
               move "N" to campagneConnueFlag
               read FiCampagnes
                   at end move "10" to fs-fiCampagnes
               end-read
               perform chercheCampagneGuichet
                   until finFiCampagnes or campagneConnue
           end-if.
           CLOSE FiCampagnes.

       chercheCampagneGuichet.
      *****************************************
           if codeCampagneLu = codeCampagneSaisi
               move "O" to campagneConnueFlag
           else
               read FiCampagnes
                   at end move "10" to fs-fiCampagnes
               end-read
           end-if.

       enregistrerDonGuichet.
      *****************************************
           perform initNumeroDon.
           move numeroDonSuivant to numeroDon.
           move codeClientSaisi to codeClientDon.
           move montantDonSaisi to montantDon.
           move dateTraitementJour to dateDon.
           move modeReglementSaisi to modeReglementDon.
           move codeCampagneSaisi to codeCampagneDon.
           move "G" to canalDon.
           move spaces to referenceDon.
           move codeOperateur to codeOperateurDon.
           move 0 to numeroRecuDon.
           write EnregDon
               invalid key
                   display "Echec d'ecriture du don"
               not invalid key
                   add 1 to nbTransactionsSession
                   move "D" to typeLigneSession
                   perform garnitLigneSession
                   move spaces to codeSpectSession
                   move 0 to nbPlacesSession
                   move montantDonSaisi to montantSession
                   move modeReglementSaisi to modeSession
                   write EnregSessionJournal
                   add montantDonSaisi to totalDonsSession
                   display "Don enregistre : " numeroDon
           end-write.

       initNumeroDon.
      *****************************************
      *    reprend la numerotation apres le dernier don enregistre
           move 1 to numeroDonSuivant.
           move high-values to numeroDon.
           start FiDons key is <= numeroDon
               invalid key continue
               not invalid key
                   read FiDons next
                       at end continue
                       not at end
                           add 1 to numeroDon
                               giving numeroDonSuivant
                   end-read
           end-start.

       venteBoutiqueGuichet.
      *****************************************
      *    vente d'articles de la boutique : la caisse est separee
      *    de celle de la billetterie, rien ne part au grand livre
      *    des creances ; la vente sort du stock de l'article, passe
      *    au journal de la boutique et sur sa propre ligne 'M' du
      *    journal de session
           display "Code article           : " with no advancing.
           accept codeArticleSaisi.
           display "Quantite               : " with no advancing.
           accept quantiteArticleSaisie.
           display "Reglement (E/C/Q)      : " with no advancing.
           accept modeReglementSaisi.
           move codeArticleSaisi to codeArticle.
           evaluate true
               when codeArticleSaisi = spaces
                   display "Vente abandonnee : code article absent"
               when quantiteArticleSaisie is not numeric
                       or quantiteArticleSaisie = 0
                   display "Vente abandonnee : quantite invalide"
               when modeReglementSaisi not = "E"
                       and modeReglementSaisi not = "C"
                       and modeReglementSaisi not = "Q"
                   display "Vente abandonnee : mode de reglement "
                           "invalide"
               when other
                   read FiArticles
                       invalid key
                           display "Article inconnu : vente "
                                   "abandonnee"
                       not invalid key
                           perform controleVenteBoutique
                   end-read
           end-evaluate.

       controleVenteBoutique.
      *****************************************
           if articleRetire
               display "Article retire de la vente"
           else
               if quantiteArticleSaisie > stockArticle
                   display "Stock insuffisant : " stockArticle
                           " en magasin"
               else
                   perform enregistrerVenteBoutique
               end-if
           end-if.

       enregistrerVenteBoutique.
      *****************************************
           compute montantBoutiqueCourant =
               quantiteArticleSaisie * prixArticle.
           subtract quantiteArticleSaisie from stockArticle.
           rewrite EnregArticle
               invalid key
                   display "Echec de mise a jour du stock"
               not invalid key
                   move dateTraitementJour to dateVenteBoutique
                   accept heureVenteBoutique from time
                   move codeOperateur to codeOperateurBoutique
                   move codeArticle to codeArticleVente
                   move quantiteArticleSaisie to quantiteVenteBoutique
                   move prixArticle to prixUnitaireVenteBoutique
                   move montantBoutiqueCourant
                       to montantVenteBoutique
                   move categorieTVAArticle
                       to categorieTVAVenteBoutique
                   move modeReglementSaisi to modeReglementBoutique
                   write EnregVenteBoutique
                   add 1 to nbTransactionsSession
                   move "M" to typeLigneSession
                   perform garnitLigneSession
                   move codeArticle to codeSpectSession
                   move quantiteArticleSaisie to nbPlacesSession
                   move montantBoutiqueCourant to montantSession
                   move modeReglementSaisi to modeSession
                   write EnregSessionJournal
                   add montantBoutiqueCourant to totalBoutiqueSession
                   move quantiteArticleSaisie to quantiteBoutiqueEd
                   move libelleArticle to libelleArticleEd
                   move montantBoutiqueCourant to montantBoutiqueEd
                   move stockArticle to stockArticleEd
                   display LigneConfirmationBoutique
           end-rewrite.

       venteCarnetGuichet.
      *****************************************
      *    vente d'un carnet d'admissions prepaye : paye une fois,
               display "Vente de carnet abandonnee : saisie "
                       "incomplete"
           else
               perform lireIncidentClientGuichet
               if clientIncidentGuichet and modeReglementSaisi = "Q"
                   display "Vente de carnet abandonnee : cheque "
                           "refuse, client en incident de paiement"
               else
                   perform emetCarnetGuichet
               end-if
           end-if.

       emetCarnetGuichet.
           move prixCarnetSaisi to montantCreance.
           accept dateMouvementCreance from date YYYYMMDD.
           move space to modeReglementCreance.
           move "G" to canalVenteCreance.
           write EnregCreance.
      *    le rapport Z rapproche le total facture des mouvements
      *    'F' ecrits pendant la session : la facturation du carnet
           else
               move "E" to modeReglementCreance
           end-if.
           move "G" to canalVenteCreance.
           write EnregCreance.
           move prixCarnetSaisi to montantSession.
           move modeReglementCreance to modeSession.
           read FiSalle
               invalid key
                   display "Salle inconnue de SALLE.REL"
               not invalid key
                   perform appliqueConfigRepresentation
                   if codeConfigCourante not = spaces
                       display "Config: " codeConfigCourante
                   end-if
           end-read.
           perform resoudrePrixGuichet.
           perform varying iCategorie from 1 by 1 until iCategorie > 3
               if capaciteVendable < 0
                   move 0 to capaciteVendable
               end-if
      *    categorie complete : des places remises en revente
      *    peuvent encore etre reprises, hors places accessibles
               move 0 to placesEnRevente
               if placesTemp > capaciteVendable
                       and nbAccessSaisies = 0
                   perform comptePlacesEnReventeGuichet
               end-if
               if placesTemp > capaciteVendable
                   if placesEnRevente >= nbPlacesSaisies
                       perform venteSurReventeGuichet
                   else
                       display "Capacite de la salle depassee ou "
                               "places bloquees hors vente"
                   end-if
               else
                   if placesAccessTemp > placesAccessibles
                       display "Capacite accessible depassee"
                   move nbPlacesSaisies to deltaResume
                   perform majResumeVenduGuichet
                   perform enregistrerClientGuichet
                   perform valoriseSiegesGuichet
                   perform enregistrerDetailGuichet
                   perform attribuerSiegesGuichet
                   perform facturerVenteGuichet
                   perform afficheConfirmationVente
           end-rewrite.

       venteSurReventeGuichet.
      *****************************************
      *    vente sur des places remises en revente : les compteurs
      *    de la representation ne bougent pas, les sieges des
      *    cedants passent a l'acheteur, les remises les plus
      *    anciennes d'abord ; le cedant est rembourse par le
      *    traitement de nuit, frais de revente deduits
           add 1 to nbVentesGuichet.
           perform enregistrerClientGuichet.
           move nbPlacesSaisies to resteARevendre.
           move 0 to montantVenteZones.
           move codeSpect to codeSpectRevente.
           move categSaisie to categRevente.
           move cleRevente to cleReventeCible.
           start FiReventes key is = cleRevente
               invalid key continue
               not invalid key
                   read FiReventes next
                       at end move "10" to fs-fiReventes
                   end-read
                   perform reprendreReventeGuichet
                       until fs-fiReventes not = "00"
                           or cleRevente not = cleReventeCible
                           or resteARevendre = 0
           end-start.
           move "00" to fs-fiReventes.
           perform enregistrerDetailGuichet.
           perform facturerVenteGuichet.
           perform auditerReventeGuichet.
           perform journaliseVenteSession.
           perform afficheConfirmationVente.

       comptePlacesEnReventeGuichet.
      *****************************************
           move 0 to placesEnRevente.
           move codeSpect to codeSpectRevente.
           move categSaisie to categRevente.
           move cleRevente to cleReventeCible.
           start FiReventes key is = cleRevente
               invalid key continue
               not invalid key
                   read FiReventes next
                       at end move "10" to fs-fiReventes
                   end-read
                   perform cumulePlacesEnReventeGuichet
                       until fs-fiReventes not = "00"
                           or cleRevente not = cleReventeCible
           end-start.
           move "00" to fs-fiReventes.

       cumulePlacesEnReventeGuichet.
      *****************************************
           if reventeEnCours
                   and dateRepresentationRevente = dateRepresentation
               perform placesReprenablesGuichet
               add placesPriseRevente to placesEnRevente
           end-if.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       placesReprenablesGuichet.
      *****************************************
      *    seules les places que le cedant detient encore dans la
      *    categorie se reprennent
           perform compteSiegesCedantGuichet.
           compute placesPriseRevente =
               nbPlacesDeposees - nbPlacesRevendues.
           if placesDetenuesCedant < placesPriseRevente
               move placesDetenuesCedant to placesPriseRevente
           end-if.

       compteSiegesCedantGuichet.
      *****************************************
      *    sieges du cedant sur la representation : dans la
      *    categorie revendue et toutes categories confondues
           move 0 to placesDetenuesCedant.
           move 0 to resteCedantGuichet.
           move codeSpect to codeSpectSiege.
           move dateRepresentation to dateSiege.
           move 0 to numeroSiege.
           string codeSpectSiege dateSiege delimited by size
               into cleSiegeControle
           end-string.
           start FiSieges key is >= cleSiege
               invalid key continue
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
                   perform compteSiegeCedantGuichet
                       until fs-fiSieges not = "00"
                           or cleSiege(1:15) not = cleSiegeControle
           end-start.
           move "00" to fs-fiSieges.

       compteSiegeCedantGuichet.
      *****************************************
           if codeClientSiege = codeClientRevente
               add 1 to resteCedantGuichet
               if categSiege = categRevente
                   add 1 to placesDetenuesCedant
               end-if
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       reprendreReventeGuichet.
      *****************************************
           if reventeEnCours
                   and dateRepresentationRevente = dateRepresentation
               perform placesReprenablesGuichet
               if placesPriseRevente > resteARevendre
                   move resteARevendre to placesPriseRevente
               end-if
               if placesPriseRevente > 0
                   perform basculeSiegesGuichet
                   add placesPriseRevente to nbPlacesRevendues
                   subtract placesPriseRevente from resteARevendre
                   move dateTraitementJour to dateMouvementRevente
                   if nbPlacesRevendues >= nbPlacesDeposees
                       move "R" to etatRevente
                   end-if
                   rewrite EnregRevente
                       invalid key
                           display "Echec de mise a jour de la "
                                   "revente " seqRevente
                   end-rewrite
                   perform ecritSortieCedantGuichet
                   perform compteSiegesCedantGuichet
                   if resteCedantGuichet = 0
                       perform purgerReferencesCedantGuichet
                   end-if
               end-if
           end-if.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       basculeSiegesGuichet.
      *****************************************
           move 0 to placesCedeesRevente.
           move codeSpect to codeSpectSiege.
           move dateRepresentation to dateSiege.
           move 0 to numeroSiege.
           string codeSpectSiege dateSiege delimited by size
               into cleSiegeControle
           end-string.
           start FiSieges key is >= cleSiege
               invalid key move "10" to fs-fiSieges
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
           end-start.
           perform basculeSiegeGuichet
               until fs-fiSieges not = "00"
                   or cleSiege(1:15) not = cleSiegeControle
                   or placesCedeesRevente >= placesPriseRevente.
           move "00" to fs-fiSieges.

       basculeSiegeGuichet.
      *****************************************
           if codeClientSiege = codeClientRevente
                   and categSiege = categRevente
               move codeClientSaisi to codeClientSiege
               rewrite EnregSiege
                   invalid key continue
               end-rewrite
               add 1 to placesCedeesRevente
               move categSiege to categSiegeZone
               perform prixSiegeZoneGuichet
               add prixSiegeZone to montantVenteZones
               perform afficheSiegeAttribue
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       ecritSortieCedantGuichet.
      *****************************************
           move codeSpect to codeSpectDetail.
           move dateRepresentation to dateRepresentationDetail.
           move categRevente to categDetail.
           move placesPriseRevente to nbPlacesDetail.
           move codeClientRevente to codeClientDetail.
           move spaces to nomClientDetail.
           move 0 to nbPlacesAccessiblesDetail.
           move 0 to montantFactureDetail.
           move "A" to typeMouvementDetail.
           move "G" to canalVenteDetail.
           write EnregReservationDetail.

       purgerReferencesCedantGuichet.
      *****************************************
           move codeClientRevente to codeClientRef.
           start FiResaClient key is = codeClientRef
               invalid key continue
               not invalid key
                   read FiResaClient next
                       at end move "10" to fs-fiResaClient
                   end-read
                   perform purgeReferenceCedantGuichet
                       until fs-fiResaClient not = "00"
                           or codeClientRef not = codeClientRevente
           end-start.
           move "00" to fs-fiResaClient.

       purgeReferenceCedantGuichet.
      *****************************************
           if codeSpectRef = codeSpect
               delete FiResaClient
                   invalid key continue
               end-delete
           end-if.
           read FiResaClient next
               at end move "10" to fs-fiResaClient
           end-read.

       auditerReventeGuichet.
      *****************************************
           move codeSpect to codeSpectAudit.
           move spaces to champModifieAudit.
           string "revente(" categSaisie ")"
               delimited by size into champModifieAudit
           end-string.
           move nbPlacesSaisies to ancienneValeurAudit.
           move codeClientSaisi to nouvelleValeurAudit.
           accept dateAuditAudit from date.
           accept heureAuditAudit from time.
           move 0 to raisonAnnulationAudit.
           move 0 to dateAnnulationAudit.
           write EnregAudit.

       enregistrerClientGuichet.
      *****************************************
           move codeClientSaisi to codeClientMaster.
                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key continue
                   end-write
           move codeClientSaisi to codeClientDetail.
           move nomClientSaisi to nomClientDetail.
           move nbAccessSaisies to nbPlacesAccessiblesDetail.
           move montantVenteZones to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move "G" to canalVenteDetail.
           write EnregReservationDetail.
           move seqResaClientSuivant to seqResaClient.
           add 1 to seqResaClientSuivant.
               compute numeroSiege = categSaisie * 1000 + rangSiege
               move categSaisie to categSiege
               move codeClientSaisi to codeClientSiege
               move space to surreservationSiege
               write EnregSiege
                   invalid key continue
               end-write
      *    le numero abstrait est traduit en rangee/place du plan de
      *    salle quand le plan est charge, pour l'annoncer au client
           move salleIDLu to numSallePlan.
           move codeConfigCourante to codeConfigPlan.
           move numeroSiege to numeroSiegePlan.
           perform lirePlanSiege.
           if fs-fiPlanSalle = "00"
               display "Siege attribue : " numeroSiege
                       " rang " rangeePlan
                       " place " siegeDansRangPlan
           else
               display "Siege attribue : " numeroSiege
           end-if.

       lirePlanSiege.
      *****************************************
      *    plan de la configuration de la representation, a defaut
      *    le plan par defaut de la salle ; l'appelant garnit la cle
           read FiPlanSalle
               invalid key
                   move spaces to codeConfigPlan
                   read FiPlanSalle
                       invalid key continue
                   end-read
           end-read.

       valoriseSiegesGuichet.
      *****************************************
      *    montant de la vente : les sieges que attribuerSieges va
      *    couvrir, chacun au prix de sa zone, comme le traitement
      *    de nuit ; les prix de la representation sont resolus
           move 0 to montantVenteZones.
           add 1 to ancienneValeurTemp giving rangDebutSiege.
           move placesTemp to rangFinSiege.
           perform valoriseSiegeGuichet
               varying rangSiege from rangDebutSiege by 1
               until rangSiege > rangFinSiege.

       valoriseSiegeGuichet.
      *****************************************
           compute numeroSiege = categSaisie * 1000 + rangSiege.
           move categSaisie to categSiegeZone.
           perform prixSiegeZoneGuichet.
           add prixSiegeZone to montantVenteZones.

       prixSiegeZoneGuichet.
      *****************************************
      *    prix du siege numeroSiege de la categorie categSiegeZone :
      *    prix de la categorie plus le supplement ou la remise de
      *    sa zone en vigueur, jamais sous zero
           perform chercheZoneSiegeGuichet.
           move 0 to ajustementZoneSiege.
           move dateRepresentation to dateRepresentationNum.
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
           end-perform.
           if prixResolu(categSiegeZone) + ajustementZoneSiege < 0
               move 0 to prixSiegeZone
           else
               compute prixSiegeZone = prixResolu(categSiegeZone)
                   + ajustementZoneSiege
           end-if.

       chercheZoneSiegeGuichet.
      *****************************************
      *    un siege absent du plan est standard, un siege a
      *    visibilite reduite sans zone saisie est en zone R
           move "S" to codeZoneSiege.
           move salleIDLu to numSallePlan.
           move codeConfigCourante to codeConfigPlan.
           move numeroSiege to numeroSiegePlan.
           perform lirePlanSiege.
           if fs-fiPlanSalle = "00"
               evaluate true
                   when zonePlan not = space
                       move zonePlan to codeZoneSiege
                   when visibilitePlan = "R"
                       move "R" to codeZoneSiege
               end-evaluate
           end-if.

       facturerVenteGuichet.
      *****************************************
           move codeClientSaisi to codeClientCreance.
           move "F" to sensCreance.
           move codeSpect to codeSpectCreance.
           move dateRepresentation to dateRepresentationCreance.
           move montantVenteZones to montantCreance.
           accept dateMouvementCreance from date YYYYMMDD.
           move space to modeReglementCreance.
           move "G" to canalVenteCreance.
           write EnregCreance.

       auditerVenteGuichet.

       afficheConfirmationVente.
      *****************************************
           perform afficheBandeauFormation.
           move nbPlacesSaisies to nbPlacesVenteEd.
           move montantVenteZones to montantVenteEd.
           display LigneConfirmationVente.
           move montantVenteZones to montantVenteCourante.
           move 0 to montantTireAvoir.
           move 0 to montantTirePoints.
           move "N" to venteRegleeParCarnetFlag.
           perform proposerReglementCarnet.
           if ventePasParCarnet
               perform proposerReglementAvoir
               perform proposerReglementPoints
               perform proposerReglementImmediat
           end-if.

                   move montantVenteCourante to montantCreance
                   accept dateMouvementCreance from date YYYYMMDD
                   move "K" to modeReglementCreance
                   move "G" to canalVenteCreance
                   write EnregCreance
                   move "O" to venteRegleeParCarnetFlag
                   move montantVenteCourante to montantSession
      *    tard par une transaction de paiement ; le mode voyage sur
      *    le mouvement 'P' pour la remise en banque du soir
           compute resteAPayerVente = montantVenteCourante
               - montantTireAvoir - montantTirePoints.
           if resteAPayerVente > 0
               display "Reglement immediat (E/C/Q/V, vide sinon) : "
                   with no advancing
               accept modeReglementSaisi
      *    client en incident de paiement : ni cheque ni vente
      *    laissee sur facture
               perform lireIncidentClientGuichet
               if clientIncidentGuichet
                   perform exigeReglementIncident
                       until modeReglementSaisi = "E"
                           or modeReglementSaisi = "C"
                           or modeReglementSaisi = "V"
               end-if
               if modeReglementSaisi = "E" or modeReglementSaisi = "C"
                       or modeReglementSaisi = "Q"
                       or modeReglementSaisi = "V"
                   move resteAPayerVente to montantCreance
                   accept dateMouvementCreance from date YYYYMMDD
                   move modeReglementSaisi to modeReglementCreance
                   move "G" to canalVenteCreance
                   write EnregCreance
                   move resteAPayerVente to montantSession
                   move modeReglementSaisi to modeSession
               end-if
           end-if.

       lireIncidentClientGuichet.
      *****************************************
      *    incident pose par un reglement rejete, leve par la mise
      *    a jour des clients
           move "N" to incidentGuichetFlag.
           move codeClientSaisi to codeClientMaster.
           read FiClient
               invalid key continue
               not invalid key
                   if clientEnIncident
                       move "O" to incidentGuichetFlag
                   end-if
           end-read.

       exigeReglementIncident.
      *****************************************
           display "Client en incident de paiement : reglement "
                   "immediat E, C ou V exige : " with no advancing.
           accept modeReglementSaisi.

       proposerReglementAvoir.
      *****************************************
      *    reglement immediat par tirage sur un avoir : memes
                   end-rewrite
                   display "Avoir expire : refuse"
               when other
                   move montantVenteZones to montantVenteCourante
                   if montantRestantAvoir < montantVenteCourante
                       move montantRestantAvoir to montantTireAvoir
                   else
                   move montantTireAvoir to montantCreance
                   accept dateMouvementCreance from date YYYYMMDD
                   move "A" to modeReglementCreance
                   move "G" to canalVenteCreance
                   write EnregCreance
                   move montantTireAvoir to montantSession
                   move "A" to modeSession
                   display LigneTirageAvoir
           end-evaluate.

       proposerReglementPoints.
      *****************************************
      *    reglement par points de fidelite du reste du apres
      *    l'avoir : memes regles que le traitement de nuit sur une
      *    transaction de paiement mode "F", le tirage est borne par
      *    le solde du compte
           compute resteAPayerVente = montantVenteCourante
               - montantTireAvoir.
           move codeClientSaisi to codeClientPoints.
           if resteAPayerVente > 0
               read FiPoints
                   invalid key continue
                   not invalid key
                       if soldePoints > 0
                           perform proposeTiragePoints
                       end-if
               end-read
           end-if.

       proposeTiragePoints.
      *****************************************
           compute valeurSoldePoints = soldePoints * valeurPoint.
           move soldePoints to soldePointsGuichetEd.
           move valeurSoldePoints to valeurSoldePointsEd.
           display LigneSoldePointsGuichet.
           display "Regler en points (O/N) : " with no advancing.
           accept choixReglementPoints.
           if choixReglementPoints = "O" or choixReglementPoints = "o"
               if valeurSoldePoints < resteAPayerVente
                   move valeurSoldePoints to montantTirePoints
               else
                   move resteAPayerVente to montantTirePoints
               end-if
               if montantTirePoints > 0
                   perform tirePointsGuichet
               end-if
           end-if.

       tirePointsGuichet.
      *****************************************
           divide montantTirePoints by valeurPoint
               giving pointsNecessaires
               remainder restePointsDivision.
           if restePointsDivision > 0
               add 1 to pointsNecessaires
           end-if.
           if pointsNecessaires > soldePoints
               move soldePoints to pointsNecessaires
           end-if.
           subtract pointsNecessaires from soldePoints.
           add pointsNecessaires to cumulPointsUtilises.
           move dateTraitementJour to dateDernierMouvementPoints.
           rewrite EnregPoints
               invalid key continue
           end-rewrite.
           move codeClientSaisi to codeClientMvtPoints.
           move "U" to typeMvtPoints.
           move "-" to sensMvtPoints.
           move pointsNecessaires to nbPointsMvt.
           move montantTirePoints to valeurMvtPoints.
           move codeSpect to codeSpectMvtPoints.
           move dateRepresentation to dateRepresentationMvtPoints.
           move dateTraitementJour to dateMvtPoints.
           move codeOperateur to codeOperateurMvtPoints.
           write EnregMouvementPoints.
           move codeClientSaisi to codeClientCreance.
           move "P" to sensCreance.
           move codeSpect to codeSpectCreance.
           move dateRepresentation to dateRepresentationCreance.
           move montantTirePoints to montantCreance.
           accept dateMouvementCreance from date YYYYMMDD.
           move "F" to modeReglementCreance.
           move "G" to canalVenteCreance.
           write EnregCreance.
           move montantTirePoints to montantSession.
           move "F" to modeSession.
           add montantTirePoints to totalPointsSession.
           perform journaliseEncaissementSession.
           move soldePoints to soldePointsGuichetEd.
           display "Reglement en points enregistre, solde restant : "
                   soldePointsGuichetEd.

       resoudrePrixGuichet.
      *****************************************
      *    memes tarifs a date d'effet que le traitement de nuit :
           end-read.
           CLOSE FiParamTraitement.

       lireClotureGuichet.
      *****************************************
      *    une vente s'ecrit au grand livre a la date machine : si
      *    elle tombe dans une periode deja close, la vente de
      *    places et de carnets est refusee au guichet comme au
      *    traitement de nuit
           OPEN INPUT FiClotures.
           if fs-fiClotures = "00"
               read FiClotures
                   at end move "10" to fs-fiClotures
               end-read
               perform noteClotureGuichet until finFiClotures
           end-if.
           CLOSE FiClotures.
           accept dateEcritureCreance from date YYYYMMDD.
           if dateEcritureCreance <= dateFinClotureCreances
               move "N" to periodeEcritureFlag
           end-if.

       noteClotureGuichet.
      *****************************************
           if dateFinPeriodeCloture > dateFinClotureCreances
               move dateFinPeriodeCloture to dateFinClotureCreances
           end-if.
           read FiClotures
               at end move "10" to fs-fiClotures
           end-read.

       refusePeriodeClose.
      *****************************************
           display "Grand livre clos au " dateFinClotureCreances
                   " : vente du " dateEcritureCreance
                   " refusee, periode comptable close".

       lireParamFideliteGuichet.
      *****************************************
      *    meme contre-valeur du point que le traitement de nuit
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

       checkVenteAutoriseeGuichet.
      *****************************************
           move "O" to venteAutoriseeFlag.
      *    fichiers : le verrou d'exploitation est pris au demarrage
      *    et rendu en fin de traitement ; un verrou reste pose
      *    apres un arret brutal se constate et se libere avec
      *    ConsultationVerrou ; le guichet ne s'arrete pas pour
      *    autant, il vend sur son quota hors ligne
           OPEN I-O FiVerrou.
           move 1 to verrouIDLu.
           read FiVerrou
                       display "Verrou a liberer via "
                               "ConsultationVerrou si arret brutal"
                       CLOSE FiVerrou
                       move "O" to guichetHorsLigneFlag
                   else
                       perform garnitVerrou
                       rewrite EnregVerrou
           end-read.
           CLOSE FiVerrou.

       venteHorsLigneGuichet.
      *****************************************
      *    mode degrade : aucun fichier indexe n'est ouvert, le
      *    guichet vend les places de son quota du soir, encaisse
      *    sur-le-champ et met chaque vente en file avec un numero
      *    de billet provisoire ; RejeuVentesHorsLigne les applique
      *    ensuite par la logique de vente habituelle
           display " ".
           display "===== VENTE HORS LIGNE SUR QUOTA DU GUICHET =====".
           perform chargerOperateursGuichet.
           display "Code operateur : " with no advancing.
           accept codeOperateur.
           perform verifieOperateurGuichet.
           if codeOperateur = spaces
               display "Operateur obligatoire : fermeture"
               move 8 to return-code
           else
               display "Code guichet   : " with no advancing
               accept codeGuichetSaisi
               accept dateTraitementJour from date YYYYMMDD
               accept dateVenteJour from date YYYYMMDD
               perform lireParamTraitementGuichet
               perform chargerQuotasHorsLigne
               if nbQuotasHorsLigne = 0
                   display "Aucun quota pour ce guichet : vente "
                           "hors ligne impossible"
                   move 8 to return-code
               else
                   perform ouvrirSessionHorsLigne
                   move "1" to choixMenu
                   perform afficheMenuHorsLigne until choixMenu = "2"
                   perform cloturerSessionGuichet
               end-if
           end-if.

       chargerQuotasHorsLigne.
      *****************************************
           OPEN INPUT FiQuotasGuichet.
           if fs-fiQuotasGuichet = "00"
               read FiQuotasGuichet
                   at end move "10" to fs-fiQuotasGuichet
               end-read
               perform chargerLigneQuotaHorsLigne
                   until finFiQuotasGuichet
                       or nbQuotasHorsLigne >= 300
           end-if.
           CLOSE FiQuotasGuichet.
           perform decompteVentesHorsLigne.
           perform decompteBilletsRejoues.

       chargerLigneQuotaHorsLigne.
      *****************************************
           if codeGuichetQuota = codeGuichetSaisi
               add 1 to nbQuotasHorsLigne
               move codeSpectQuotaGuichet
                   to codeSpectQuotaT(nbQuotasHorsLigne)
               move dateRepresentationQuotaGuichet
                   to dateRepresentationQuotaT(nbQuotasHorsLigne)
               move titreQuotaGuichet
                   to titreQuotaT(nbQuotasHorsLigne)
               move categQuotaGuichet
                   to categQuotaT(nbQuotasHorsLigne)
               move nbPlacesQuotaGuichet
                   to nbPlacesQuotaT(nbQuotasHorsLigne)
               move prixQuotaGuichet
                   to prixQuotaT(nbQuotasHorsLigne)
               move 0 to nbPlacesVenduesQuotaT(nbQuotasHorsLigne)
           end-if.
           read FiQuotasGuichet
               at end move "10" to fs-fiQuotasGuichet
           end-read.

       decompteVentesHorsLigne.
      *****************************************
      *    les ventes deja en file, d'une session precedente du
      *    meme guichet, consomment le quota et la numerotation
           OPEN INPUT FiVentesHorsLigne.
           if fs-fiVentesHorsLigne = "00"
               read FiVentesHorsLigne
                   at end move "10" to fs-fiVentesHorsLigne
               end-read
               perform imputeVenteHorsLigne
                   until finFiVentesHorsLigne
           end-if.
           CLOSE FiVentesHorsLigne.

       imputeVenteHorsLigne.
      *****************************************
           if codeGuichetHorsLigne = codeGuichetSaisi
               move codeSpectHorsLigne to codeSpectSaisi
               move categHorsLigne to categSaisie
               perform chercheQuotaHorsLigne
               if iQuotaVente > 0
                   add nbPlacesHorsLigne
                       to nbPlacesVenduesQuotaT(iQuotaVente)
               end-if
               if dateVenteHorsLigne = dateVenteJour
                       and numeroBilletHorsLigne > numeroBilletSuivant
                   move numeroBilletHorsLigne to numeroBilletSuivant
               end-if
           end-if.
           read FiVentesHorsLigne
               at end move "10" to fs-fiVentesHorsLigne
           end-read.

       decompteBilletsRejoues.
      *****************************************
      *    un billet provisoire deja rejoue garde son numero : la
      *    numerotation du jour reprend apres le dernier emis
           OPEN INPUT FiVentesRejouees.
           if fs-fiVentesRejouees = "00"
               read FiVentesRejouees
                   at end move "10" to fs-fiVentesRejouees
               end-read
               perform noteBilletRejoue until finFiVentesRejouees
           end-if.
           CLOSE FiVentesRejouees.

       noteBilletRejoue.
      *****************************************
           if codeGuichetRejoue = codeGuichetSaisi
                   and dateVenteRejouee = dateVenteJour
                   and numeroBilletRejoue > numeroBilletSuivant
               move numeroBilletRejoue to numeroBilletSuivant
           end-if.
           read FiVentesRejouees
               at end move "10" to fs-fiVentesRejouees
           end-read.

       chercheQuotaHorsLigne.
      *****************************************
      *    l'appelant garnit codeSpectSaisi et categSaisie ;
      *    iQuotaVente a zero si le guichet n'a pas ce quota
           move 0 to iQuotaVente.
           perform varying iQuotaHorsLigne from 1 by 1
                   until iQuotaHorsLigne > nbQuotasHorsLigne
                       or iQuotaVente > 0
               if codeSpectQuotaT(iQuotaHorsLigne) = codeSpectSaisi
                       and categQuotaT(iQuotaHorsLigne) = categSaisie
                   move iQuotaHorsLigne to iQuotaVente
               end-if
           end-perform.

       ouvrirSessionHorsLigne.
      *****************************************
           OPEN EXTEND FiSessions.
           move "O" to typeLigneSession.
           perform garnitLigneSession.
           move spaces to codeSpectSession.
           move 0 to nbPlacesSession.
           move 0 to montantSession.
           move space to modeSession.
           write EnregSessionJournal.

       afficheMenuHorsLigne.
      *****************************************
           display " ".
           perform afficheBandeauFormation.
           display "MODE DEGRADE -- guichet " codeGuichetSaisi
                   " -- operateur " codeOperateur.
           display "1. Vente sur quota hors ligne".
           display "2. Quitter".
           display "Votre choix : " with no advancing.
           accept choixMenu.
           evaluate choixMenu
               when "1" perform venteHorsLigne
               when "2" continue
               when other display "Choix invalide"
           end-evaluate.

       venteHorsLigne.
      *****************************************
           display "Code spectacle (genre + numero) : "
               with no advancing.
           accept codeSpectSaisi.
           move "N" to quotaSpectTrouveFlag.
           perform afficheQuotaHorsLigne
               varying iQuotaHorsLigne from 1 by 1
               until iQuotaHorsLigne > nbQuotasHorsLigne.
           if quotaSpectTrouve
               perform saisieVenteHorsLigne
           else
               display "Aucun quota de ce guichet sur ce spectacle"
           end-if.

       afficheQuotaHorsLigne.
      *****************************************
           if codeSpectQuotaT(iQuotaHorsLigne) = codeSpectSaisi
               if not quotaSpectTrouve
                   move "O" to quotaSpectTrouveFlag
                   display "Titre : " titreQuotaT(iQuotaHorsLigne)
                   display "Date  : "
                           dateRepresentationQuotaT(iQuotaHorsLigne)
               end-if
               move libelleCategorie(categQuotaT(iQuotaHorsLigne))
                   to libelleCategQuotaEd
               compute resteQuotaHorsLigne =
                   nbPlacesQuotaT(iQuotaHorsLigne)
                   - nbPlacesVenduesQuotaT(iQuotaHorsLigne)
               move resteQuotaHorsLigne to resteQuotaEd
               move prixQuotaT(iQuotaHorsLigne) to prixQuotaEd
               display LigneQuotaHorsLigne
           end-if.

       saisieVenteHorsLigne.
      *****************************************
           display "Categorie (1-3)        : " with no advancing.
           accept categSaisie.
           perform chercheQuotaHorsLigne.
           if iQuotaVente = 0
               display "Pas de quota dans cette categorie"
           else
               display "Nombre de places       : " with no advancing
               accept nbPlacesSaisies
               if nbPlacesSaisies is not numeric
                   move 0 to nbPlacesSaisies
               end-if
               compute resteQuotaHorsLigne =
                   nbPlacesQuotaT(iQuotaVente)
                   - nbPlacesVenduesQuotaT(iQuotaVente)
               evaluate true
                   when nbPlacesSaisies = 0
                       display "Vente abandonnee : saisie incomplete"
                   when nbPlacesSaisies > resteQuotaHorsLigne
                       display "Quota du guichet insuffisant : reste "
                               resteQuotaHorsLigne " place(s)"
                   when other
                       perform controleVenteHorsLigne
               end-evaluate
           end-if.

       controleVenteHorsLigne.
      *****************************************
      *    meme refus des representations passees ou de l'heure
      *    limite depassee qu'en vente normale ; le reglement est
      *    exige sur-le-champ, rien ne part sur facture hors ligne
           move dateRepresentationQuotaT(iQuotaVente)
               to dateRepresentation.
           perform checkVenteAutoriseeGuichet.
           if venteRefusee
               display "Representation deja jouee ou heure limite "
                       "depassee : vente refusee"
           else
               display "Code client            : " with no advancing
               accept codeClientSaisi
               display "Nom client             : " with no advancing
               accept nomClientSaisi
               if codeClientSaisi = spaces
                   display "Vente abandonnee : saisie incomplete"
               else
                   display "Reglement (E/C/Q/V)    : "
                       with no advancing
                   accept modeReglementSaisi
                   perform exigeReglementHorsLigne
                       until modeReglementSaisi = "E"
                           or modeReglementSaisi = "C"
                           or modeReglementSaisi = "Q"
                           or modeReglementSaisi = "V"
                   perform ecritVenteHorsLigne
               end-if
           end-if.

       exigeReglementHorsLigne.
      *****************************************
           display "Reglement immediat exige hors ligne : E, C, Q "
                   "ou V : " with no advancing.
           accept modeReglementSaisi.

       ecritVenteHorsLigne.
      *****************************************
      *    la file est ouverte le temps d'une vente : une coupure
      *    du poste ne perd que la vente en cours
           add 1 to numeroBilletSuivant.
           move codeGuichetSaisi to codeGuichetHorsLigne.
           move dateVenteJour to dateVenteHorsLigne.
           move numeroBilletSuivant to numeroBilletHorsLigne.
           accept heureVenteHorsLigne from time.
           move codeOperateur to codeOperateurHorsLigne.
           move codeSpectSaisi to codeSpectHorsLigne.
           move dateRepresentationQuotaT(iQuotaVente)
               to dateRepresentationHorsLigne.
           move categSaisie to categHorsLigne.
           move nbPlacesSaisies to nbPlacesHorsLigne.
           move codeClientSaisi to codeClientHorsLigne.
           move nomClientSaisi to nomClientHorsLigne.
           move prixQuotaT(iQuotaVente) to prixUnitaireHorsLigne.
           compute montantHorsLigne =
               nbPlacesSaisies * prixQuotaT(iQuotaVente).
           move modeReglementSaisi to modeReglementHorsLigne.
           OPEN EXTEND FiVentesHorsLigne.
           write EnregVenteHorsLigne.
           CLOSE FiVentesHorsLigne.
           add nbPlacesSaisies to nbPlacesVenduesQuotaT(iQuotaVente).
      *    memes lignes de session qu'une vente reglee en ligne :
      *    le rapport Z compte le tiroir hors ligne comme l'autre
           move codeSpectSaisi to codeSpect.
           move prixQuotaT(iQuotaVente) to prixResolu(categSaisie).
           move montantHorsLigne to montantVenteZones.
           perform journaliseVenteSession.
           move montantHorsLigne to montantSession.
           move modeReglementSaisi to modeSession.
           perform journaliseEncaissementSession.
           move codeGuichetSaisi to codeGuichetBilletEd.
           move dateVenteJour to dateVenteBilletEd.
           move numeroBilletSuivant to numeroBilletEd.
           move nbPlacesSaisies to nbPlacesBilletEd.
           move montantHorsLigne to montantBilletEd.
           display LigneBilletProvisoire.

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

       end program VenteGuichet.
