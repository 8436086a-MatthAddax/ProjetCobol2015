       program-id. RejeuVentesHorsLigne as "RejeuVentesHorsLigne".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiVerrou assign "../Fichiers/verrou.rel"
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrou.

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

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiResaClient
              assign "../Fichiers/RESACLIENT.IND"
              organization is indexed access mode is dynamic
              record key is seqResaClient
                  alternate record key is codeClientRef
                                        with duplicates
                  file status is fs-fiResaClient.

          select optional FiSieges
              assign "../Fichiers/SIEGES.IND"
              organization is indexed access mode is dynamic
              record key is cleSiege
                  file status is fs-fiSieges.

          select optional FiResume
              assign "../Fichiers/RESUME.IND"
              organization is indexed access mode is dynamic
              record key is cleResume
                  file status is fs-fiResume.

          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiAudit
              assign "../Fichiers/auditSpectacles.seq"
              organization is line sequential
              file status is fs-fiAudit.

          select optional FiCreances
              assign "../Fichiers/creances.seq"
              organization is line sequential
              file status is fs-fiCreances.

          select optional FiQuotasGuichet
              assign "../Fichiers/quotasGuichet.seq"
              organization is line sequential
              file status is fs-fiQuotasGuichet.

          select optional FiVentesHorsLigne
              assign "../Fichiers/ventesHorsLigne.seq"
              organization is line sequential
              file status is fs-fiVentesHorsLigne.

          select optional FiVentesRejouees
              assign "../Fichiers/ventesHorsLigneRejouees.seq"
              organization is line sequential
              file status is fs-fiVentesRejouees.

          select FiRapportRejeu assign
                  "../Fichiers/rapportRejeuHorsLigne.seq"
              organization is line sequential.

          select optional FiControles
              assign "../Fichiers/controles.seq"
              organization is line sequential
              file status is fs-fiControles.
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
           02 emailInvalideClient          pic x.
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
           02 codeClientRef                pic x(6).
           02 codeSpectRef                 pic x(7).
           02 dateRepresentationRef        pic 9(8).
       FD FiSieges.
       01 EnregSiege.
           02 cleSiege.
               03 codeSpectSiege           pic x(7).
               03 dateSiege                pic 9(8).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiResume.
       01 EnregResume.
           02 cleResume.
               03 typeResume               pic x.
               03 cleLibelleResume         pic x(30).
           02 nbRepresentationsResume      pic 9(5).
           02 tabPlacesVenduesResume.
               03 placesVenduesResume      pic 9(7) OCCURS 3.
           02 capaciteResume               pic 9(7).
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
       FD FiAudit.
       01 EnregAudit.
           02 codeSpectAudit               pic x(7).
           02 champModifieAudit            pic x(20).
           02 ancienneValeurAudit          pic x(20).
           02 nouvelleValeurAudit          pic x(20).
           02 dateAuditAudit               pic 9(6).
           02 heureAuditAudit              pic 9(8).
           02 raisonAnnulationAudit        pic 9.
           02 dateAnnulationAudit          pic 9(8).
       FD FiCreances.
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
           02 sensCreance                  pic x.
           02 codeSpectCreance             pic x(7).
           02 dateRepresentationCreance    pic 9(8).
           02 montantCreance               pic 9(5)v99.
           02 dateMouvementCreance         pic 9(8).
           02 modeReglementCreance         pic x.
           02 canalVenteCreance            pic x.
           02 dateReglementRejeteCreance   pic 9(8).
           02 sensReporteCreance           pic x.
       FD FiQuotasGuichet.
       01 EnregQuotaGuichet.
           02 codeGuichetQuota             pic x(2).
           02 codeSpectQuotaGuichet        pic x(7).
           02 dateRepresentationQuotaGuichet pic 9(8).
           02 titreQuotaGuichet            pic x(30).
           02 categQuotaGuichet            pic 9.
           02 nbPlacesQuotaGuichet         pic 99.
           02 prixQuotaGuichet             pic 9(3)v99.
       FD FiVentesHorsLigne.
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
      *    historique des ventes hors ligne rejouees, avec la date
      *    du rejeu et son resultat (00 appliquee, sinon le code du
      *    conflit) ; il garde aussi la numerotation des billets
       01 EnregVenteRejouee.
           02 ligneVenteRejouee            pic x(83).
           02 dateRejeu                    pic 9(8).
           02 codeResultatRejeu            pic 99.
       FD FiRapportRejeu.
       01 EnregRapportRejeu                pic x(100).
       FD FiControles.
      *    memes totaux de controle que le traitement de nuit :
      *    verifies a l'ouverture, reecrits a la fermeture
       01 EnregControleFichier.
           02 nomFichierControle           pic x(12).
           02 nbEnregistrementsControle    pic 9(9).
           02 totalControleFichier         pic 9(15).
       FD FiVerrou.
       01 EnregVerrou.
           02 etatVerrou                   pic x.
           02 nomProgrammeVerrou           pic x(20).
           02 dateDebutVerrou              pic 9(8).
           02 heureDebutVerrou             pic 9(8).
           02 resultatVerrou               pic x(10).

       working-storage section.
      *----------------------------------------
       77 fs-fiVerrou                      pic x(2).
       77 verrouIDLu                       pic 9.
       77 fs-fiControles                   pic x(2).
           88 finFiControles        VALUE "10".
       77 iControle                        pic 99.
       77 nbControlesLus                   pic 99 value 0.
       77 nomFichierCourantControle        pic x(12).
       77 nbEnregsCalcules                 pic 9(9).
       77 totalHashCalcule                 pic 9(15).
       77 controleEchoueFlag               pic x value "N".
           88 controleEchoue        VALUE "O".
           88 controlesConformes    VALUE "N".
       01 tabControlesFichiers.
           02 detailControleFichier OCCURS 10.
               03 nomFichierControleT      pic x(12).
               03 nbEnregsControleT        pic 9(9).
               03 totalHashControleT       pic 9(15).
       01 LigneControleDiscordant.
           02                              pic x(22)
               VALUE "FICHIER ENDOMMAGE : ".
           02 nomFichierDiscordantEd       pic x(12).
           02                              pic x(9)
               VALUE " attendu ".
           02 nbEnregsAttenduEd            pic zzzzzzzz9.
           02                              pic x VALUE "/".
           02 hashAttenduEd                pic zzzzzzzzzzzzzz9.
           02                              pic x(8)
               VALUE " trouve ".
           02 nbEnregsTrouveEd             pic zzzzzzzz9.
           02                              pic x VALUE "/".
           02 hashTrouveEd                 pic zzzzzzzzzzzzzz9.
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiClient                      pic x(2).
       77 fs-fiResaClient                  pic x(2).
       77 fs-fiSieges                      pic x(2).
       77 fs-fiResume                      pic x(2).
       77 fs-fiReservationsDetail          pic x(2).
       77 fs-fiAudit                       pic x(2).
       77 fs-fiCreances                    pic x(2).
       77 fs-fiQuotasGuichet               pic x(2).
           88 finFiQuotasGuichet    VALUE "10".
       77 fs-fiVentesHorsLigne             pic x(2).
           88 finFiVentesHorsLigne  VALUE "10".
       77 fs-fiVentesRejouees              pic x(2).
       77 salleIDLu                        pic 9(2).
       77 dateTraitementJour               pic 9(8).
       77 dateRepresentationNum            pic 9(8).
       77 seqResaClientSuivant             pic 9(7).
       77 rangSiege                        pic 9(4).
       77 rangDebutSiege                   pic 9(4).
       77 rangFinSiege                     pic 9(4).
       77 placesTemp                       pic 9(4).
       77 capaciteVendable                 pic s9(4).
       77 placesLibereesRejeu              pic 99.
       77 ancienneValeurTemp               pic 9(3).
       77 deltaResume                      pic s9(3).
       77 deltaTempResume                  pic s9(7).
       77 categResume                      pic 9.
       77 codeConflitRejeu                 pic 99.
       77 nbQuotasRejeu                    pic 9(4) value 0.
       77 iQuotaRejeu                      pic 9(4).
       77 iQuotaVente                      pic 9(4).
       77 debordementQuotasFlag            pic x value "N".
           88 debordementQuotas     VALUE "O".
       77 nbVentesLues                     pic 9(5) value 0.
       77 nbVentesAppliquees               pic 9(5) value 0.
       77 nbPlacesAppliquees               pic 9(5) value 0.
       77 nbVentesEnConflit                pic 9(5) value 0.
       77 nbPlacesEnConflit                pic 9(5) value 0.
       77 montantRejoue                    pic 9(7)v99 value 0.
      *    quotas de tous les guichets : le reste de chacun est
      *    reecrit diminue des places rejouees
       01 tabQuotasRejeu.
           02 detailQuotaRejeu OCCURS 3000.
               03 ligneQuotaRejeuT         pic x(55).
               03 codeGuichetRejeuT        pic x(2).
               03 codeSpectRejeuT          pic x(7).
               03 categRejeuT              pic 9.
               03 resteQuotaRejeuT         pic 99.
       01 LibellesConflitRejeu.
           02                              pic x(42)
               VALUE "Representation introuvable (annulee)".
           02                              pic x(42)
               VALUE "Representation deplacee depuis la vente".
           02                              pic x(42)
               VALUE "Capacite depassee : places a reloger".
           02                              pic x(42)
               VALUE "Echec de reecriture du spectacle".
       01 REDEFINES LibellesConflitRejeu.
           02 libelleConflitRejeu          pic x(42) OCCURS 4.
       01 LigneEnteteRejeu.
           02                              pic x(38) VALUE
               "Rejeu des ventes hors ligne du guichet".
           02                              pic x(4) VALUE " le ".
           02 dateTraitementEd             pic 9(8).
       01 LigneVenteRejeu.
           02 codeGuichetRejeuEd           pic x(2).
           02                              pic x VALUE "-".
           02 dateVenteRejeuEd             pic 9(8).
           02                              pic x VALUE "-".
           02 numeroBilletRejeuEd          pic 9(4).
           02                              pic x(2) VALUE SPACES.
           02 codeSpectRejeuEd             pic x(7).
           02                              pic x VALUE SPACE.
           02 categRejeuEd                 pic 9.
           02                              pic x VALUE "x".
           02 nbPlacesRejeuEd              pic z9.
           02                              pic x(2) VALUE SPACES.
           02 codeClientRejeuEd            pic x(6).
           02                              pic x(2) VALUE SPACES.
           02 resultatRejeuEd              pic x(50).
       01 LigneSiegesRejeu.
           02                              pic x(8) VALUE "sieges ".
           02 premierSiegeEd               pic 9(4).
           02                              pic x(3) VALUE " a ".
           02 dernierSiegeEd               pic 9(4).
       01 LigneBilanVentesLues.
           02                              pic x(35)
               VALUE "Ventes hors ligne lues          : ".
           02 nbVentesLuesEd               pic zzzz9.
       01 LigneBilanAppliquees.
           02                              pic x(35)
               VALUE "Ventes appliquees               : ".
           02 nbVentesAppliqueesEd         pic zzzz9.
           02                              pic x(9)
               VALUE "  places ".
           02 nbPlacesAppliqueesEd         pic zzzz9.
       01 LigneBilanConflits.
           02                              pic x(35)
               VALUE "Ventes en conflit               : ".
           02 nbVentesEnConflitEd          pic zzzz9.
           02                              pic x(9)
               VALUE "  places ".
           02 nbPlacesEnConflitEd          pic zzzz9.
       01 LigneBilanMontant.
           02                              pic x(35)
               VALUE "Encaissements repris au livre   : ".
           02 montantRejoueEd              pic zzzzzz9,99.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    rejeu des ventes faites hors ligne au guichet, une fois
      *    le verrou rendu et les fichiers disponibles : chaque
      *    vente reprend ses places sur le quota de son guichet et
      *    passe par les memes ecritures qu'une vente au guichet --
      *    compteurs, detail, reference client, sieges, facture,
      *    reglement et audit ; une vente que la salle ne peut plus
      *    recevoir est signalee en conflit, son encaissement est
      *    tout de meme porte au grand livre pour que le client soit
      *    reloge ou rembourse. La file est videe en fin de rejeu
           perform prendreVerrou.
           OPEN I-O FiSpectacle FiClient FiResaClient FiSieges
                    FiResume.
           OPEN INPUT FiSalle FiConfigSalles FiConfigRepresentations.
           OPEN EXTEND FiReservationsDetail FiAudit FiCreances.

           perform verifieControlesFichiers.
           if controleEchoue
               display "Controles d'integrite en echec : rejeu "
                       "refuse, restaurer le fichier endommage"
               CLOSE FiSpectacle FiClient FiResaClient FiSieges
                     FiResume FiSalle FiConfigSalles
                     FiConfigRepresentations FiReservationsDetail
                     FiAudit FiCreances
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.

           accept dateTraitementJour from date YYYYMMDD.
           perform chargerQuotasRejeu.
      *    la table des quotas est reecrite en fin de rejeu : un
      *    debordement perdrait des quotas, le rejeu est refuse
      *    avant toute ecriture
           if debordementQuotas
               display "Table des quotas pleine (plus de 3000 "
                       "lignes) : rejeu refuse avant toute ecriture"
               CLOSE FiSpectacle FiClient FiResaClient FiSieges
                     FiResume FiSalle FiConfigSalles
                     FiConfigRepresentations FiReservationsDetail
                     FiAudit FiCreances
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.
           perform initResaClientRejeu.

           OPEN OUTPUT FiRapportRejeu.
           move dateTraitementJour to dateTraitementEd.
           display LigneEnteteRejeu.
           move LigneEnteteRejeu to EnregRapportRejeu.
           write EnregRapportRejeu.

           OPEN EXTEND FiVentesRejouees.
           OPEN INPUT FiVentesHorsLigne.
           if fs-fiVentesHorsLigne = "00"
               read FiVentesHorsLigne
                   at end move "10" to fs-fiVentesHorsLigne
               end-read
               perform rejoueVenteHorsLigne
                   until finFiVentesHorsLigne
           end-if.
           CLOSE FiVentesHorsLigne FiVentesRejouees.
           OPEN OUTPUT FiVentesHorsLigne.
           CLOSE FiVentesHorsLigne.

           perform reecritQuotasRejeu.

           perform ecritBilanRejeu.
           CLOSE FiRapportRejeu.

           perform ecritControlesFichiers.

           CLOSE FiSpectacle FiClient FiResaClient FiSieges
                 FiResume FiSalle FiConfigSalles
                 FiConfigRepresentations FiReservationsDetail
                 FiAudit FiCreances.
           perform libererVerrou.
           STOP RUN.

       chargerQuotasRejeu.
      *****************************************
           OPEN INPUT FiQuotasGuichet.
           if fs-fiQuotasGuichet = "00"
               read FiQuotasGuichet
                   at end move "10" to fs-fiQuotasGuichet
               end-read
               perform chargerLigneQuotaRejeu
                   until finFiQuotasGuichet or debordementQuotas
           end-if.
           CLOSE FiQuotasGuichet.

       chargerLigneQuotaRejeu.
      *****************************************
           if nbQuotasRejeu >= 3000
               move "O" to debordementQuotasFlag
           else
               add 1 to nbQuotasRejeu
               move EnregQuotaGuichet
                   to ligneQuotaRejeuT(nbQuotasRejeu)
               move codeGuichetQuota to codeGuichetRejeuT(nbQuotasRejeu)
               move codeSpectQuotaGuichet
                   to codeSpectRejeuT(nbQuotasRejeu)
               move categQuotaGuichet to categRejeuT(nbQuotasRejeu)
               if nbPlacesQuotaGuichet is numeric
                   move nbPlacesQuotaGuichet
                       to resteQuotaRejeuT(nbQuotasRejeu)
               else
                   move 0 to resteQuotaRejeuT(nbQuotasRejeu)
               end-if
               read FiQuotasGuichet
                   at end move "10" to fs-fiQuotasGuichet
               end-read
           end-if.

       reecritQuotasRejeu.
      *****************************************
      *    le reste des quotas demeure bloque jusqu'a la repartition
      *    du soir, qui le rend a la vente publique
           OPEN OUTPUT FiQuotasGuichet.
           perform varying iQuotaRejeu from 1 by 1
                   until iQuotaRejeu > nbQuotasRejeu
               move ligneQuotaRejeuT(iQuotaRejeu) to EnregQuotaGuichet
               move resteQuotaRejeuT(iQuotaRejeu)
                   to nbPlacesQuotaGuichet
               write EnregQuotaGuichet
           end-perform.
           CLOSE FiQuotasGuichet.

       initResaClientRejeu.
      *****************************************
      *    meme attribution de sequence que le traitement de nuit
           move 0 to seqResaClientSuivant.
           move high-values to seqResaClient.
           start FiResaClient key is <= seqResaClient
               invalid key continue
               not invalid key
                   read FiResaClient
                       invalid key continue
                       not invalid key
                           add 1 to seqResaClient
                               giving seqResaClientSuivant
                   end-read
           end-start.

       rejoueVenteHorsLigne.
      *****************************************
           add 1 to nbVentesLues.
           move 0 to codeConflitRejeu.
           move 0 to placesLibereesRejeu.
           perform chercheQuotaRejeu.
           move codeSpectHorsLigne to codeSpect.
           read FiSpectacle
               invalid key
                   move 1 to codeConflitRejeu
               not invalid key
                   move dateRepresentation to dateRepresentationNum
                   if dateRepresentationNum
                           not = dateRepresentationHorsLigne
                       move 2 to codeConflitRejeu
                   else
                       perform controleCapaciteRejeu
                   end-if
           end-read.
           if codeConflitRejeu = 0
               perform appliqueVenteRejouee
           end-if.
           if codeConflitRejeu not = 0
               perform consigneConflitRejeu
           end-if.
           move EnregVenteHorsLigne to ligneVenteRejouee.
           move dateTraitementJour to dateRejeu.
           move codeConflitRejeu to codeResultatRejeu.
           write EnregVenteRejouee.
           read FiVentesHorsLigne
               at end move "10" to fs-fiVentesHorsLigne
           end-read.

       chercheQuotaRejeu.
      *****************************************
      *    iQuotaVente a zero si la vente ne retrouve pas son
      *    quota : elle se rejoue alors sur la capacite publique
           move 0 to iQuotaVente.
           perform varying iQuotaRejeu from 1 by 1
                   until iQuotaRejeu > nbQuotasRejeu
                       or iQuotaVente > 0
               if codeGuichetRejeuT(iQuotaRejeu)
                       = codeGuichetHorsLigne
                   and codeSpectRejeuT(iQuotaRejeu)
                       = codeSpectHorsLigne
                   and categRejeuT(iQuotaRejeu) = categHorsLigne
                   move iQuotaRejeu to iQuotaVente
               end-if
           end-perform.

       controleCapaciteRejeu.
      *****************************************
      *    les places du quota quittent les allocations pour les
      *    reservations ; la capacite est controlee comme a la
      *    vente, allocations restantes deduites
           move numSalle to salleIDLu.
           read FiSalle
               invalid key
                   move 0 to tabPlacesCategories
               not invalid key
                   perform appliqueConfigRepresentation
           end-read.
           if iQuotaVente > 0
               move nbPlacesHorsLigne to placesLibereesRejeu
               if placesLibereesRejeu > resteQuotaRejeuT(iQuotaVente)
                   move resteQuotaRejeuT(iQuotaVente)
                       to placesLibereesRejeu
               end-if
               if placesLibereesRejeu > nbAllocations(categHorsLigne)
                   move nbAllocations(categHorsLigne)
                       to placesLibereesRejeu
               end-if
           end-if.
           compute capaciteVendable = nbPlaces(categHorsLigne)
               - nbAllocations(categHorsLigne) + placesLibereesRejeu.
           add nbReservations(categHorsLigne) to nbPlacesHorsLigne
               giving placesTemp.
           if placesTemp > capaciteVendable
               move 3 to codeConflitRejeu
           end-if.

       appliqueVenteRejouee.
      *****************************************
           move nbReservations(categHorsLigne) to ancienneValeurTemp.
           move placesTemp to nbReservations(categHorsLigne).
           subtract placesLibereesRejeu
               from nbAllocations(categHorsLigne).
           rewrite EnregSpectacle
               invalid key
                   move 4 to codeConflitRejeu
               not invalid key
                   if iQuotaVente > 0
                       subtract placesLibereesRejeu
                           from resteQuotaRejeuT(iQuotaVente)
                   end-if
                   add 1 to nbVentesAppliquees
                   add nbPlacesHorsLigne to nbPlacesAppliquees
                   move categHorsLigne to categResume
                   move nbPlacesHorsLigne to deltaResume
                   perform majResumeVenduRejeu
                   perform enregistrerClientRejeu
                   perform enregistrerDetailRejeu
                   perform attribuerSiegesRejeu
                   perform facturerVenteRejeu
                   perform reglerVenteRejeu
                   perform auditerVenteRejeu
                   perform consigneVenteRejouee
           end-rewrite.

       consigneVenteRejouee.
      *****************************************
           perform garnitLigneVenteRejeu.
           move spaces to resultatRejeuEd.
           add 1 to ancienneValeurTemp giving premierSiegeEd.
           compute premierSiegeEd = categHorsLigne * 1000
               + premierSiegeEd.
           compute dernierSiegeEd = categHorsLigne * 1000
               + placesTemp.
           move LigneSiegesRejeu to resultatRejeuEd.
           move LigneVenteRejeu to EnregRapportRejeu.
           write EnregRapportRejeu.

       consigneConflitRejeu.
      *****************************************
      *    la vente reste payee : le client est cree si besoin et
      *    l'encaissement porte au grand livre, a rembourser ou a
      *    imputer sur un relogement
           add 1 to nbVentesEnConflit.
           add nbPlacesHorsLigne to nbPlacesEnConflit.
           perform enregistrerClientRejeu.
           perform reglerVenteRejeu.
           perform garnitLigneVenteRejeu.
           move spaces to resultatRejeuEd.
           string "CONFLIT : " delimited by size
                  libelleConflitRejeu(codeConflitRejeu)
                      delimited by size
               into resultatRejeuEd
           end-string.
           display LigneVenteRejeu.
           move LigneVenteRejeu to EnregRapportRejeu.
           write EnregRapportRejeu.

       garnitLigneVenteRejeu.
      *****************************************
           move codeGuichetHorsLigne to codeGuichetRejeuEd.
           move dateVenteHorsLigne to dateVenteRejeuEd.
           move numeroBilletHorsLigne to numeroBilletRejeuEd.
           move codeSpectHorsLigne to codeSpectRejeuEd.
           move categHorsLigne to categRejeuEd.
           move nbPlacesHorsLigne to nbPlacesRejeuEd.
           move codeClientHorsLigne to codeClientRejeuEd.

       enregistrerClientRejeu.
      *****************************************
           move codeClientHorsLigne to codeClientMaster.
           read FiClient
               invalid key
                   move nomClientHorsLigne to nomClientMaster
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

       enregistrerDetailRejeu.
      *****************************************
           move codeSpect to codeSpectDetail.
           move dateRepresentation to dateRepresentationDetail.
           move categHorsLigne to categDetail.
           move nbPlacesHorsLigne to nbPlacesDetail.
           move codeClientHorsLigne to codeClientDetail.
           move nomClientHorsLigne to nomClientDetail.
           move 0 to nbPlacesAccessiblesDetail.
           move montantHorsLigne to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move "G" to canalVenteDetail.
           write EnregReservationDetail.
           move seqResaClientSuivant to seqResaClient.
           add 1 to seqResaClientSuivant.
           move codeClientHorsLigne to codeClientRef.
           move codeSpect to codeSpectRef.
           move dateRepresentation to dateRepresentationRef.
           write EnregResaClient
               invalid key continue
           end-write.

       attribuerSiegesRejeu.
      *****************************************
           add 1 to ancienneValeurTemp giving rangDebutSiege.
           move placesTemp to rangFinSiege.
           perform varying rangSiege from rangDebutSiege by 1
                   until rangSiege > rangFinSiege
               move codeSpect to codeSpectSiege
               move dateRepresentation to dateSiege
               compute numeroSiege = categHorsLigne * 1000 + rangSiege
               move categHorsLigne to categSiege
               move codeClientHorsLigne to codeClientSiege
               move space to surreservationSiege
               write EnregSiege
                   invalid key continue
               end-write
           end-perform.

       facturerVenteRejeu.
      *****************************************
      *    facture et reglement a la date de la vente hors ligne,
      *    canal guichet, comme s'ils avaient ete passes en ligne
           move codeClientHorsLigne to codeClientCreance.
           move "F" to sensCreance.
           move codeSpectHorsLigne to codeSpectCreance.
           move dateRepresentationHorsLigne
               to dateRepresentationCreance.
           move montantHorsLigne to montantCreance.
           move dateVenteHorsLigne to dateMouvementCreance.
           move space to modeReglementCreance.
           move "G" to canalVenteCreance.
           move 0 to dateReglementRejeteCreance.
           move space to sensReporteCreance.
           write EnregCreance.

       reglerVenteRejeu.
      *****************************************
           move codeClientHorsLigne to codeClientCreance.
           move "P" to sensCreance.
           move codeSpectHorsLigne to codeSpectCreance.
           move dateRepresentationHorsLigne
               to dateRepresentationCreance.
           move montantHorsLigne to montantCreance.
           move dateVenteHorsLigne to dateMouvementCreance.
           move modeReglementHorsLigne to modeReglementCreance.
           move "G" to canalVenteCreance.
           move 0 to dateReglementRejeteCreance.
           move space to sensReporteCreance.
           write EnregCreance.
           add montantHorsLigne to montantRejoue.

       auditerVenteRejeu.
      *****************************************
           move codeSpect to codeSpectAudit.
           move spaces to champModifieAudit.
           string "nbReservations(" categHorsLigne ")"
               delimited by size into champModifieAudit
           end-string.
           move ancienneValeurTemp to ancienneValeurAudit.
           move nbReservations(categHorsLigne) to nouvelleValeurAudit.
           accept dateAuditAudit from date.
           accept heureAuditAudit from time.
           move 0 to raisonAnnulationAudit.
           move 0 to dateAnnulationAudit.
           write EnregAudit.

       majResumeVenduRejeu.
      *****************************************
      *    meme entretien du cumul d'occupation que le traitement de
      *    nuit : une ligne titre et une ligne salle par delta vendu
           move "T" to typeResume.
           move titre to cleLibelleResume.
           perform majLigneResumeRejeu.
           move "S" to typeResume.
           move spaces to cleLibelleResume.
           move numSalle to cleLibelleResume(1:2).
           perform majLigneResumeRejeu.

       majLigneResumeRejeu.
      *****************************************
           read FiResume
               invalid key
                   move 0 to nbRepresentationsResume
                   move 0 to placesVenduesResume(1)
                   move 0 to placesVenduesResume(2)
                   move 0 to placesVenduesResume(3)
                   move 0 to capaciteResume
                   perform appliqueDeltaResumeRejeu
                   write EnregResume
                       invalid key continue
                   end-write
               not invalid key
                   perform appliqueDeltaResumeRejeu
                   rewrite EnregResume
                       invalid key continue
                   end-rewrite
           end-read.

       appliqueDeltaResumeRejeu.
      *****************************************
           compute deltaTempResume =
               placesVenduesResume(categResume) + deltaResume.
           if deltaTempResume < 0
               move 0 to deltaTempResume
           end-if.
           move deltaTempResume to placesVenduesResume(categResume).

       ecritBilanRejeu.
      *****************************************
           move nbVentesLues to nbVentesLuesEd.
           move nbVentesAppliquees to nbVentesAppliqueesEd.
           move nbPlacesAppliquees to nbPlacesAppliqueesEd.
           move nbVentesEnConflit to nbVentesEnConflitEd.
           move nbPlacesEnConflit to nbPlacesEnConflitEd.
           move montantRejoue to montantRejoueEd.
           display LigneBilanVentesLues.
           move LigneBilanVentesLues to EnregRapportRejeu.
           write EnregRapportRejeu.
           display LigneBilanAppliquees.
           move LigneBilanAppliquees to EnregRapportRejeu.
           write EnregRapportRejeu.
           display LigneBilanConflits.
           move LigneBilanConflits to EnregRapportRejeu.
           write EnregRapportRejeu.
           display LigneBilanMontant.
           move LigneBilanMontant to EnregRapportRejeu.
           write EnregRapportRejeu.

       lireControlesFichiers.
      *****************************************
           move 0 to nbControlesLus.
           OPEN INPUT FiControles.
           if fs-fiControles = "00"
               read FiControles
                   at end move "10" to fs-fiControles
               end-read
               perform chargeLigneControle until finFiControles
                   or nbControlesLus >= 10
           end-if.
           CLOSE FiControles.

       chargeLigneControle.
      *****************************************
           add 1 to nbControlesLus.
           move nomFichierControle
               to nomFichierControleT(nbControlesLus).
           move nbEnregistrementsControle
               to nbEnregsControleT(nbControlesLus).
           move totalControleFichier
               to totalHashControleT(nbControlesLus).
           read FiControles
               at end move "10" to fs-fiControles
           end-read.

       verifieControlesFichiers.
      *****************************************
      *    meme sentinelle d'integrite que le traitement de nuit,
      *    sur les fichiers que ce programme met a jour ; un fichier
      *    absent des controles passe sans verification
           perform lireControlesFichiers.
           move "N" to controleEchoueFlag.
           perform calculeControleSpectacles.
           move "SPECTACLE" to nomFichierCourantControle.
           perform compareControleFichier.
           perform calculeControleSieges.
           move "SIEGES" to nomFichierCourantControle.
           perform compareControleFichier.
           perform calculeControleClients.
           move "CLIENT" to nomFichierCourantControle.
           perform compareControleFichier.
           perform calculeControleResaClients.
           move "RESACLIENT" to nomFichierCourantControle.
           perform compareControleFichier.

       compareControleFichier.
      *****************************************
           perform varying iControle from 1 by 1
                   until iControle > nbControlesLus
               if nomFichierControleT(iControle)
                       = nomFichierCourantControle
                   if nbEnregsControleT(iControle)
                           not = nbEnregsCalcules
                       or totalHashControleT(iControle)
                           not = totalHashCalcule
                       move "O" to controleEchoueFlag
                       move nomFichierCourantControle
                           to nomFichierDiscordantEd
                       move nbEnregsControleT(iControle)
                           to nbEnregsAttenduEd
                       move totalHashControleT(iControle)
                           to hashAttenduEd
                       move nbEnregsCalcules to nbEnregsTrouveEd
                       move totalHashCalcule to hashTrouveEd
                       display LigneControleDiscordant
                   end-if
               end-if
           end-perform.

       majEntreeControle.
      *****************************************
           perform varying iControle from 1 by 1
                   until iControle > nbControlesLus
                       or nomFichierControleT(iControle)
                           = nomFichierCourantControle
               continue
           end-perform.
           if iControle > nbControlesLus and nbControlesLus < 10
               add 1 to nbControlesLus
               move nomFichierCourantControle
                   to nomFichierControleT(nbControlesLus)
               move nbControlesLus to iControle
           end-if.
           if iControle <= nbControlesLus
               move nbEnregsCalcules to nbEnregsControleT(iControle)
               move totalHashCalcule to totalHashControleT(iControle)
           end-if.

       ecritControlesFichiers.
      *****************************************
      *    reecrit les totaux avec l'etat des fichiers a la
      *    fermeture ; les lignes d'autres fichiers presentes dans
      *    la table sont conservees telles quelles
           perform calculeControleSpectacles.
           move "SPECTACLE" to nomFichierCourantControle.
           perform majEntreeControle.
           perform calculeControleSieges.
           move "SIEGES" to nomFichierCourantControle.
           perform majEntreeControle.
           perform calculeControleClients.
           move "CLIENT" to nomFichierCourantControle.
           perform majEntreeControle.
           perform calculeControleResaClients.
           move "RESACLIENT" to nomFichierCourantControle.
           perform majEntreeControle.
           OPEN OUTPUT FiControles.
           perform varying iControle from 1 by 1
                   until iControle > nbControlesLus
               move nomFichierControleT(iControle)
                   to nomFichierControle
               move nbEnregsControleT(iControle)
                   to nbEnregistrementsControle
               move totalHashControleT(iControle)
                   to totalControleFichier
               write EnregControleFichier
           end-perform.
           CLOSE FiControles.

       calculeControleSpectacles.
      *****************************************
           move 0 to nbEnregsCalcules.
           move 0 to totalHashCalcule.
           move low-values to codeSpect.
           start FiSpectacle key is >= codeSpect
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform cumuleControleSpectacle
               until fs-fiSpectacle not = "00".
           move "00" to fs-fiSpectacle.

       cumuleControleSpectacle.
      *****************************************
           add 1 to nbEnregsCalcules.
           add nbReservations(1) to totalHashCalcule.
           add nbReservations(2) to totalHashCalcule.
           add nbReservations(3) to totalHashCalcule.
           add nbReservationsAccessibles to totalHashCalcule.
           add nbAllocations(1) to totalHashCalcule.
           add nbAllocations(2) to totalHashCalcule.
           add nbAllocations(3) to totalHashCalcule.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       calculeControleSieges.
      *****************************************
           move 0 to nbEnregsCalcules.
           move 0 to totalHashCalcule.
           move low-values to cleSiege.
           start FiSieges key is >= cleSiege
               invalid key move "10" to fs-fiSieges
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
           end-start.
           perform cumuleControleSiege until fs-fiSieges not = "00".
           move "00" to fs-fiSieges.

       cumuleControleSiege.
      *****************************************
           add 1 to nbEnregsCalcules.
           add numeroSiege to totalHashCalcule.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       calculeControleClients.
      *****************************************
           move 0 to nbEnregsCalcules.
           move 0 to totalHashCalcule.
           move low-values to codeClientMaster.
           start FiClient key is >= codeClientMaster
               invalid key move "10" to fs-fiClient
               not invalid key
                   read FiClient next
                       at end move "10" to fs-fiClient
                   end-read
           end-start.
           perform cumuleControleClient
               until fs-fiClient not = "00".
           move "00" to fs-fiClient.

       cumuleControleClient.
      *****************************************
           add 1 to nbEnregsCalcules.
           read FiClient next
               at end move "10" to fs-fiClient
           end-read.

       calculeControleResaClients.
      *****************************************
           move 0 to nbEnregsCalcules.
           move 0 to totalHashCalcule.
           move low-values to seqResaClient.
           start FiResaClient key is >= seqResaClient
               invalid key move "10" to fs-fiResaClient
               not invalid key
                   read FiResaClient next
                       at end move "10" to fs-fiResaClient
                   end-read
           end-start.
           perform cumuleControleResaClient
               until fs-fiResaClient not = "00".
           move "00" to fs-fiResaClient.

       cumuleControleResaClient.
      *****************************************
           add 1 to nbEnregsCalcules.
           add seqResaClient to totalHashCalcule.
           read FiResaClient next
               at end move "10" to fs-fiResaClient
           end-read.

       prendreVerrou.
      *****************************************
      *    un seul programme de mise a jour a la fois sur le jeu de
      *    fichiers : le verrou d'exploitation est pris au demarrage
      *    et rendu en fin de traitement ; un verrou reste pose
      *    apres un arret brutal se constate et se libere avec
      *    ConsultationVerrou
           OPEN I-O FiVerrou.
           move 1 to verrouIDLu.
           read FiVerrou
               invalid key
                   perform garnitVerrou
                   write EnregVerrou
                       invalid key continue
                   end-write
               not invalid key
                   if etatVerrou = "O"
                       display "Mise a jour deja en cours par : "
                               nomProgrammeVerrou
                       display "Verrou a liberer via "
                               "ConsultationVerrou si arret brutal"
                       CLOSE FiVerrou
                       move 8 to return-code
                       STOP RUN
                   else
                       perform garnitVerrou
                       rewrite EnregVerrou
                           invalid key continue
                       end-rewrite
                   end-if
           end-read.

       garnitVerrou.
      *****************************************
           move "O" to etatVerrou.
           move "RejeuVentesHorsLigne" to nomProgrammeVerrou.
           accept dateDebutVerrou from date YYYYMMDD.
           accept heureDebutVerrou from time.
           move spaces to resultatVerrou.

       libererVerrou.
      *****************************************
           move 1 to verrouIDLu.
           read FiVerrou
               invalid key continue
               not invalid key
                   move "L" to etatVerrou
                   move "NORMAL" to resultatVerrou
                   rewrite EnregVerrou
                       invalid key continue
                   end-rewrite
           end-read.
           CLOSE FiVerrou.

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

       end program RejeuVentesHorsLigne.
