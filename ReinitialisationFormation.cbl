       program-id. ReinitialisationFormation
           as "ReinitialisationFormation".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiVerrou
              assign "../Fichiers/formationverrou.rel"
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrou.

          select FiSpectacle
              assign "../Fichiers/formationSPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select FiListeAttente
              assign "../Fichiers/formationLISTEATTENTE.IND"
              organization is indexed access mode is dynamic
              record key is seqAttente
                  alternate record key is cleAttente
                                        with duplicates
                  file status is fs-fiAttente.

          select FiClient
              assign "../Fichiers/formationCLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select FiResaClient
              assign "../Fichiers/formationRESACLIENT.IND"
              organization is indexed access mode is dynamic
              record key is seqResaClient
                  alternate record key is codeClientRef
                                        with duplicates
                  file status is fs-fiResaClient.

          select FiSieges
              assign "../Fichiers/formationSIEGES.IND"
              organization is indexed access mode is dynamic
              record key is cleSiege
                  file status is fs-fiSieges.

          select FiOptions
              assign "../Fichiers/formationOPTIONS.IND"
              organization is indexed access mode is dynamic
              record key is seqOption
                  alternate record key is cleOption
                                        with duplicates
                  file status is fs-fiOptions.

          select optional FiResume
              assign "../Fichiers/formationRESUME.IND"
              organization is indexed access mode is dynamic
              record key is cleResume
                  file status is fs-fiResume.

          select optional FiAvoirs
              assign "../Fichiers/formationAVOIRS.IND"
              organization is indexed access mode is dynamic
              record key is numeroAvoir
                  file status is fs-fiAvoirs.

          select optional FiCarnets
              assign "../Fichiers/formationCARNETS.IND"
              organization is indexed access mode is dynamic
              record key is numeroCarnet
                  file status is fs-fiCarnets.

          select optional FiPoints
              assign "../Fichiers/formationPOINTS.IND"
              organization is indexed access mode is dynamic
              record key is codeClientPoints
                  file status is fs-fiPoints.

          select optional FiDons
              assign "../Fichiers/formationDONS.IND"
              organization is indexed access mode is dynamic
              record key is numeroDon
                  alternate record key is codeClientDon
                                        with duplicates
                  alternate record key is referenceDon
                                        with duplicates
                  file status is fs-fiDons.

          select optional FiReventes
              assign "../Fichiers/formationREVENTES.IND"
              organization is indexed access mode is dynamic
              record key is seqRevente
                  alternate record key is cleRevente
                                        with duplicates
                  file status is fs-fiReventes.

          select FiFormationPrete
              assign "../Fichiers/formationPrete.seq"
              organization is line sequential
              file status is fs-fiFormationPrete.

          select optional FiRefSpectacle
              assign "../Fichiers/formationReferenceSpectacle.seq"
              organization is line sequential
              file status is fs-fiRefSpectacle.
          select optional FiRefAttente
              assign "../Fichiers/formationReferenceAttente.seq"
              organization is line sequential
              file status is fs-fiRefAttente.
          select optional FiRefClient
              assign "../Fichiers/formationReferenceClient.seq"
              organization is line sequential
              file status is fs-fiRefClient.
          select optional FiRefResaClient
              assign "../Fichiers/formationReferenceResaClient.seq"
              organization is line sequential
              file status is fs-fiRefResaClient.
          select optional FiRefSieges
              assign "../Fichiers/formationReferenceSieges.seq"
              organization is line sequential
              file status is fs-fiRefSieges.
          select optional FiRefOptions
              assign "../Fichiers/formationReferenceOptions.seq"
              organization is line sequential
              file status is fs-fiRefOptions.
          select optional FiRefControles
              assign "../Fichiers/formationReferenceControles.seq"
              organization is line sequential
              file status is fs-fiRefControles.

          select optional FiControles
              assign "../Fichiers/formationcontroles.seq"
              organization is line sequential.

          select FiVidage assign using nomFichierVide
              organization is line sequential
              file status is fs-fiVidage.
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
       FD FiListeAttente.
       01 EnregAttente.
           02 seqAttente                   pic 9(5).
           02 cleAttente.
               03 codeSpectAttente         pic x(7).
               03 categAttente             pic 9.
           02 titreAttente                 pic x(30).
           02 nbPlacesAttente              pic 99.
           02 codeClientAttente            pic x(6).
           02 nomClientAttente             pic x(20).
           02 nbPlacesAccessAttente        pic 99.
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
       FD FiOptions.
       01 EnregOption.
           02 seqOption                    pic 9(5).
           02 cleOption.
               03 codeSpectOption          pic x(7).
               03 categOption              pic 9.
           02 nbPlacesOption               pic 99.
           02 codeClientOption             pic x(6).
           02 nomClientOption              pic x(20).
           02 dateExpirationOption         pic 9(8).
       FD FiResume.
       01 EnregResume.
           02 cleResume.
               03 typeResume               pic x.
               03 cleLibelleResume         pic x(30).
           02 nbRepresentationsResume      pic 9(5).
           02 tabPlacesVenduesResume.
               03 placesVenduesResume      pic 9(7) OCCURS 3.
           02 capaciteResume               pic 9(7).
       FD FiAvoirs.
      *    meme registre des avoirs que le traitement de nuit : un
      *    avoir se tire au guichet comme moyen de paiement, le
      *    tirage laisse un mouvement 'P' au grand livre
       01 EnregAvoir.
           02 numeroAvoir                  pic 9(6).
           02 codeClientAvoir              pic x(6).
           02 montantAvoir                 pic 9(7)v99.
           02 montantRestantAvoir          pic 9(7)v99.
           02 dateEmissionAvoir            pic 9(8).
           02 dateExpirationAvoir          pic 9(8).
           02 etatAvoir                    pic x.
               88 avoirEmis            value "E".
               88 avoirSolde           value "S".
               88 avoirExpire          value "X".
           02 codeSpectOrigineAvoir        pic x(7).
           02 dateRepresentationOrigineAvoir pic 9(8).
       FD FiCarnets.
      *    meme registre des carnets prepayes que le traitement de
      *    nuit : vendus ici, tires ici ou sur une reservation 'R'
       01 EnregCarnet.
           02 numeroCarnet                 pic 9(6).
           02 codeClientCarnet             pic x(6).
           02 nbAdmissionsInitial          pic 9(3).
           02 nbAdmissionsRestant          pic 9(3).
           02 dateEmissionCarnet           pic 9(8).
           02 dateExpirationCarnet         pic 9(8).
           02 montantVenteCarnet           pic 9(5)v99.
           02 etatCarnet                   pic x.
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
       FD FiFormationPrete.
       01 EnregFormationPrete.
           02 generationFormation          pic 9.
           02 datePreparationFormation     pic 9(8).
           02 dateReinitFormation          pic 9(8).
       FD FiRefSpectacle.
       01 EnregRefSpectacle                pic x(68).
       FD FiRefAttente.
       01 EnregRefAttente                  pic x(73).
       FD FiRefClient.
       01 EnregRefClient                   pic x(156).
       FD FiRefResaClient.
       01 EnregRefResaClient               pic x(28).
       FD FiRefSieges.
       01 EnregRefSieges                   pic x(27).
       FD FiRefOptions.
       01 EnregRefOptions                  pic x(49).
       FD FiRefControles.
       01 EnregRefControles                pic x(36).
       FD FiControles.
       01 EnregControleCopie               pic x(36).
       FD FiVidage.
       01 EnregVidage                      pic x(80).
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
       77 reponseForcage                   pic x.
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiAttente                     pic x(2).
       77 fs-fiClient                      pic x(2).
       77 fs-fiResaClient                  pic x(2).
       77 fs-fiSieges                      pic x(2).
       77 fs-fiOptions                     pic x(2).
       77 fs-fiResume                      pic x(2).
       77 fs-fiAvoirs                      pic x(2).
       77 fs-fiCarnets                     pic x(2).
       77 fs-fiPoints                      pic x(2).
       77 fs-fiDons                        pic x(2).
       77 fs-fiReventes                    pic x(2).
       77 fs-fiFormationPrete              pic x(2).
       77 fs-fiRefSpectacle                pic x(2).
           88 finFiRefSpectacle     VALUE "10".
       77 fs-fiRefAttente                  pic x(2).
           88 finFiRefAttente       VALUE "10".
       77 fs-fiRefClient                   pic x(2).
           88 finFiRefClient        VALUE "10".
       77 fs-fiRefResaClient               pic x(2).
           88 finFiRefResaClient    VALUE "10".
       77 fs-fiRefSieges                   pic x(2).
           88 finFiRefSieges        VALUE "10".
       77 fs-fiRefOptions                  pic x(2).
           88 finFiRefOptions       VALUE "10".
       77 fs-fiRefControles                pic x(2).
           88 finFiRefControles     VALUE "10".
       77 fs-fiVidage                      pic x(2).
       77 nomFichierVide                   pic x(60).
       77 iVidage                          pic 99.
       77 dateTraitementJour               pic 9(8).
       77 generationFormationLue           pic 9 value 0.
       77 datePreparationLue               pic 9(8) value 0.
       77 nbSpectaclesRecharges            pic 9(5) value 0.
       77 nbAttentesRechargees             pic 9(5) value 0.
       77 nbClientsRecharges               pic 9(5) value 0.
       77 nbResaClientRecharges            pic 9(5) value 0.
       77 nbSiegesRecharges                pic 9(5) value 0.
       77 nbOptionsRechargees              pic 9(5) value 0.
       77 nbFichiersVides                  pic 9(2) value 0.
      *    grands livres, journaux et files du guichet de formation,
      *    remis a vide a chaque remise a blanc
       01 JournauxFormation.
           02                              pic x(30)
               VALUE "reservationsDetail.seq".
           02                              pic x(30)
               VALUE "auditSpectacles.seq".
           02                              pic x(30)
               VALUE "creances.seq".
           02                              pic x(30)
               VALUE "sessionsGuichet.seq".
           02                              pic x(30)
               VALUE "journalActions.seq".
           02                              pic x(30)
               VALUE "majEntree.seq".
           02                              pic x(30)
               VALUE "mouvementsPoints.seq".
           02                              pic x(30)
               VALUE "ventesBoutique.seq".
           02                              pic x(30)
               VALUE "quotasGuichet.seq".
           02                              pic x(30)
               VALUE "ventesHorsLigne.seq".
           02                              pic x(30)
               VALUE "ventesHorsLigneRejouees.seq".
       01 REDEFINES JournauxFormation.
           02 journalFormationT            pic x(30) OCCURS 11.
       01 LigneBilanGeneration.
           02                              pic x(35)
               VALUE "Jeu tire de la generation       : ".
           02 generationFormationEd        pic 9.
           02                              pic x(5) VALUE " du ".
           02 datePreparationEd            pic 9(8).
       01 LigneBilanRechargeSpectacles.
           02                              pic x(35)
               VALUE "Spectacles recharges            : ".
           02 nbSpectaclesRechargesEd      pic zzzz9.
       01 LigneBilanRechargeAttentes.
           02                              pic x(35)
               VALUE "Attentes rechargees             : ".
           02 nbAttentesRechargeesEd       pic zzzz9.
       01 LigneBilanRechargeClients.
           02                              pic x(35)
               VALUE "Clients recharges               : ".
           02 nbClientsRechargesEd         pic zzzz9.
       01 LigneBilanRechargeResa.
           02                              pic x(35)
               VALUE "References client rechargees    : ".
           02 nbResaClientRechargesEd      pic zzzz9.
       01 LigneBilanRechargeSieges.
           02                              pic x(35)
               VALUE "Sieges recharges                : ".
           02 nbSiegesRechargesEd          pic zzzz9.
       01 LigneBilanRechargeOptions.
           02                              pic x(35)
               VALUE "Options rechargees              : ".
           02 nbOptionsRechargeesEd        pic zzzz9.
       01 LigneBilanVidages.
           02                              pic x(35)
               VALUE "Registres et journaux vides     : ".
           02 nbFichiersVidesEd            pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    remise a blanc du jeu de formation entre deux sessions :
      *    les fichiers indexes sont recharges depuis l'image de
      *    reference figee par PreparationFormation, les registres
      *    tenus par le guichet (avoirs, carnets, points, dons,
      *    reventes, cumuls) et tous ses journaux sont vides ; rien
      *    n'est lu ni ecrit dans le jeu de production
           accept dateTraitementJour from date YYYYMMDD.
           perform prendreVerrou.
           perform lireFormationPrete.
           if generationFormationLue = 0
               display "Jeu de formation jamais prepare : lancer "
                       "PreparationFormation"
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.
           OPEN INPUT FiRefSpectacle FiRefAttente FiRefClient
                      FiRefResaClient FiRefSieges FiRefOptions.
           if fs-fiRefSpectacle not = "00"
                   or fs-fiRefAttente not = "00"
                   or fs-fiRefClient not = "00"
                   or fs-fiRefResaClient not = "00"
                   or fs-fiRefSieges not = "00"
                   or fs-fiRefOptions not = "00"
               display "Image de reference incomplete : relancer "
                       "PreparationFormation"
               CLOSE FiRefSpectacle FiRefAttente FiRefClient
                     FiRefResaClient FiRefSieges FiRefOptions
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.

           OPEN OUTPUT FiSpectacle FiListeAttente FiClient
                       FiResaClient FiSieges FiOptions.
           perform rechargeSpectacles.
           perform rechargeAttentes.
           perform rechargeClients.
           perform rechargeResaClients.
           perform rechargeSieges.
           perform rechargeOptions.
           CLOSE FiSpectacle FiListeAttente FiClient FiResaClient
                 FiSieges FiOptions
                 FiRefSpectacle FiRefAttente FiRefClient
                 FiRefResaClient FiRefSieges FiRefOptions.
           perform rechargeControles.

      *    une ouverture en sortie suivie de la fermeture laisse
      *    chaque registre du guichet vide mais present
           OPEN OUTPUT FiResume FiAvoirs FiCarnets FiPoints FiDons
                       FiReventes.
           CLOSE FiResume FiAvoirs FiCarnets FiPoints FiDons
                 FiReventes.
           add 6 to nbFichiersVides.
           perform videJournalFormation
               varying iVidage from 1 by 1 until iVidage > 11.

           perform ecritFormationPrete.
           perform ecritBilanReinitialisation.
           perform libererVerrou.
           STOP RUN.

       lireFormationPrete.
      *****************************************
           OPEN INPUT FiFormationPrete.
           if fs-fiFormationPrete = "00"
               read FiFormationPrete
                   at end continue
                   not at end
                       move generationFormation
                           to generationFormationLue
                       move datePreparationFormation
                           to datePreparationLue
               end-read
           end-if.
           CLOSE FiFormationPrete.

       ecritFormationPrete.
      *****************************************
      *    la date de remise a blanc ouvre le jeu aux sessions de
      *    formation du guichet
           OPEN OUTPUT FiFormationPrete.
           move generationFormationLue to generationFormation.
           move datePreparationLue to datePreparationFormation.
           move dateTraitementJour to dateReinitFormation.
           write EnregFormationPrete.
           CLOSE FiFormationPrete.

       videJournalFormation.
      *****************************************
           move spaces to nomFichierVide.
           string "../Fichiers/formation" journalFormationT(iVidage)
                  delimited by space
               into nomFichierVide
           end-string.
           OPEN OUTPUT FiVidage.
           CLOSE FiVidage.
           add 1 to nbFichiersVides.

       rechargeSpectacles.
      *****************************************
           read FiRefSpectacle
               at end move "10" to fs-fiRefSpectacle
           end-read.
           perform rechargeSpectacle until finFiRefSpectacle.

       rechargeSpectacle.
      *****************************************
           move EnregRefSpectacle to EnregSpectacle.
           write EnregSpectacle
               invalid key continue
               not invalid key add 1 to nbSpectaclesRecharges
           end-write.
           read FiRefSpectacle
               at end move "10" to fs-fiRefSpectacle
           end-read.

       rechargeAttentes.
      *****************************************
           read FiRefAttente
               at end move "10" to fs-fiRefAttente
           end-read.
           perform rechargeAttente until finFiRefAttente.

       rechargeAttente.
      *****************************************
           move EnregRefAttente to EnregAttente.
           write EnregAttente
               invalid key continue
               not invalid key add 1 to nbAttentesRechargees
           end-write.
           read FiRefAttente
               at end move "10" to fs-fiRefAttente
           end-read.

       rechargeClients.
      *****************************************
           read FiRefClient
               at end move "10" to fs-fiRefClient
           end-read.
           perform rechargeClient until finFiRefClient.

       rechargeClient.
      *****************************************
           move EnregRefClient to EnregClient.
           write EnregClient
               invalid key continue
               not invalid key add 1 to nbClientsRecharges
           end-write.
           read FiRefClient
               at end move "10" to fs-fiRefClient
           end-read.

       rechargeResaClients.
      *****************************************
           read FiRefResaClient
               at end move "10" to fs-fiRefResaClient
           end-read.
           perform rechargeResaClient until finFiRefResaClient.

       rechargeResaClient.
      *****************************************
           move EnregRefResaClient to EnregResaClient.
           write EnregResaClient
               invalid key continue
               not invalid key add 1 to nbResaClientRecharges
           end-write.
           read FiRefResaClient
               at end move "10" to fs-fiRefResaClient
           end-read.

       rechargeSieges.
      *****************************************
           read FiRefSieges
               at end move "10" to fs-fiRefSieges
           end-read.
           perform rechargeSiege until finFiRefSieges.

       rechargeSiege.
      *****************************************
           move EnregRefSieges to EnregSiege.
           write EnregSiege
               invalid key continue
               not invalid key add 1 to nbSiegesRecharges
           end-write.
           read FiRefSieges
               at end move "10" to fs-fiRefSieges
           end-read.

       rechargeOptions.
      *****************************************
           read FiRefOptions
               at end move "10" to fs-fiRefOptions
           end-read.
           perform rechargeOption until finFiRefOptions.

       rechargeOption.
      *****************************************
           move EnregRefOptions to EnregOption.
           write EnregOption
               invalid key continue
               not invalid key add 1 to nbOptionsRechargees
           end-write.
           read FiRefOptions
               at end move "10" to fs-fiRefOptions
           end-read.

       rechargeControles.
      *****************************************
      *    les totaux de controle suivent l'image rechargee : le
      *    guichet de formation retombe sur des totaux d'accord avec
      *    son jeu ; une image sans controles laisse un fichier vide
           OPEN INPUT FiRefControles.
           OPEN OUTPUT FiControles.
           if fs-fiRefControles = "00"
               read FiRefControles
                   at end move "10" to fs-fiRefControles
               end-read
               perform rechargeControle until finFiRefControles
           end-if.
           CLOSE FiRefControles FiControles.

       rechargeControle.
      *****************************************
           move EnregRefControles to EnregControleCopie.
           write EnregControleCopie.
           read FiRefControles
               at end move "10" to fs-fiRefControles
           end-read.

       ecritBilanReinitialisation.
      *****************************************
           move generationFormationLue to generationFormationEd.
           move datePreparationLue to datePreparationEd.
           move nbSpectaclesRecharges to nbSpectaclesRechargesEd.
           move nbAttentesRechargees to nbAttentesRechargeesEd.
           move nbClientsRecharges to nbClientsRechargesEd.
           move nbResaClientRecharges to nbResaClientRechargesEd.
           move nbSiegesRecharges to nbSiegesRechargesEd.
           move nbOptionsRechargees to nbOptionsRechargeesEd.
           move nbFichiersVides to nbFichiersVidesEd.
           display LigneBilanGeneration.
           display LigneBilanRechargeSpectacles.
           display LigneBilanRechargeAttentes.
           display LigneBilanRechargeClients.
           display LigneBilanRechargeResa.
           display LigneBilanRechargeSieges.
           display LigneBilanRechargeOptions.
           display LigneBilanVidages.

       prendreVerrou.
      *****************************************
      *    verrou propre au jeu de formation : une session de
      *    formation ouverte le tient ; apres l'arret brutal d'une
      *    session, le formateur peut forcer la remise a blanc
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
                       display "Jeu de formation tenu par : "
                               nomProgrammeVerrou " depuis "
                               dateDebutVerrou " " heureDebutVerrou
                       display "Forcer la remise a blanc, session "
                               "abandonnee (O/N) : "
                               with no advancing
                       accept reponseForcage
                       if reponseForcage not = "O"
                               and reponseForcage not = "o"
                           CLOSE FiVerrou
                           move 8 to return-code
                           STOP RUN
                       end-if
                   end-if
                   perform garnitVerrou
                   rewrite EnregVerrou
                       invalid key continue
                   end-rewrite
           end-read.

       garnitVerrou.
      *****************************************
           move "O" to etatVerrou.
           move "ReinitFormation" to nomProgrammeVerrou.
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

       end program ReinitialisationFormation.
