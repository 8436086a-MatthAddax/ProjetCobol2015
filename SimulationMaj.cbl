       program-id. SimulationMaj as "SimulationMaj".

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

          select optional FiVerrouSimulation
              assign "../Fichiers/simulationverrou.rel"
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrouSimulation.

          select optional FiParamSimulation
              assign "../Fichiers/paramSimulationMaj.seq"
              organization is line sequential
              file status is fs-fiParamSimulation.

          select FiDemandeSimulation
              assign "../Fichiers/demandeSimulation.seq"
              organization is line sequential
              file status is fs-fiDemandeSimulation.

          select FiTampon
              assign "../Fichiers/simulationTampon.seq"
              organization is line sequential
              file status is fs-fiTampon.

          select optional FiSourceCopie assign using nomSourceCopie
              organization is line sequential
              file status is fs-fiSourceCopie.

          select FiCibleCopie assign using nomCibleCopie
              organization is line sequential
              file status is fs-fiCibleCopie.

          select optional FiSpectacle
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is codeSpect
                  alternate record key is titre
                                        with duplicates
                  alternate record key is dateRepresentation
                                        with duplicates
                  file status is fs-fiSpectacle.

          select optional FiListeAttente
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is seqAttente
                  alternate record key is cleAttente
                                        with duplicates
                  file status is fs-fiAttente.

          select optional FiClient
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiResaClient
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is seqResaClient
                  alternate record key is codeClientRef
                                        with duplicates
                  file status is fs-fiResaClient.

          select optional FiSieges
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is cleSiege
                  file status is fs-fiSieges.

          select optional FiOptions
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is seqOption
                  alternate record key is cleOption
                                        with duplicates
                  file status is fs-fiOptions.

          select optional FiResume
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is cleResume
                  file status is fs-fiResume.

          select optional FiAvoirs
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is numeroAvoir
                  file status is fs-fiAvoirs.

          select optional FiGroupes
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is numeroContratGroupe
                  file status is fs-fiGroupes.

          select optional FiHoraires
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is cleHoraire
                  file status is fs-fiHoraires.

          select optional FiConfigRepresentations
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is codeSpectConfigRep
                  file status is fs-fiConfigRepresentations.

          select optional FiCarnets
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is numeroCarnet
                  file status is fs-fiCarnets.

          select optional FiPoints
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is codeClientPoints
                  file status is fs-fiPoints.

          select optional FiReventes
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is seqRevente
                  alternate record key is cleRevente
                                        with duplicates
                  file status is fs-fiReventes.

          select optional FiContingents
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is cleContingent
                  file status is fs-fiContingents.

          select optional FiEcheanciersAbo
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is numeroEcheancierAbo
                  file status is fs-fiEcheanciersAbo.

          select optional FiForfaitsVendus
              assign using nomIndexeCopie
              organization is indexed access mode is dynamic
              record key is numeroForfaitVendu
                  alternate record key is codeClientForfaitVendu
                                        with duplicates
                  file status is fs-fiForfaitsVendus.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiVerrou.
       01 EnregVerrou.
           02 etatVerrou                   pic x.
           02 nomProgrammeVerrou           pic x(20).
           02 dateDebutVerrou              pic 9(8).
           02 heureDebutVerrou             pic 9(8).
           02 resultatVerrou               pic x(10).
       FD FiVerrouSimulation.
       01 EnregVerrouSimulation.
           02 etatVerrouSimulation         pic x.
           02 nomProgrammeVerrouSimulation pic x(20).
           02                              pic x(26).
       FD FiParamSimulation.
      *    fichier MAJ candidat a simuler ; a blanc ou sans
      *    parametre, le fichier prevu pour la nuit
       01 EnregParamSimulation.
           02 nomMajCandidatParam          pic x(60).
       FD FiDemandeSimulation.
       01 EnregDemandeSimulation.
           02 dateDemandeSimulation        pic 9(8).
           02 heureDemandeSimulation       pic 9(8).
       FD FiTampon.
       01 EnregTampon                      pic x(200).
       FD FiSourceCopie.
       01 EnregSourceCopie                 pic x(300).
       FD FiCibleCopie.
       01 EnregCibleCopie                  pic x(300).
      *    fichiers indexes mis a jour par GestionSpectacle2 : seules
      *    les cles sont nommees, l'enregistrement passe entier d'un
      *    fichier a sa copie
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect                    pic x(7).
           02 titre                        pic x(30).
           02                              pic x(2).
           02 dateRepresentation           pic x(8).
           02                              pic x(21).
       FD FiListeAttente.
       01 EnregAttente.
           02 seqAttente                   pic 9(5).
           02 cleAttente                   pic x(8).
           02                              pic x(60).
       FD FiClient.
       01 EnregClient.
           02 codeClientMaster             pic x(6).
           02                              pic x(150).
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
           02 codeClientRef                pic x(6).
           02                              pic x(15).
       FD FiSieges.
       01 EnregSiege.
           02 cleSiege                     pic x(19).
           02                              pic x(8).
       FD FiOptions.
       01 EnregOption.
           02 seqOption                    pic 9(5).
           02 cleOption                    pic x(8).
           02                              pic x(36).
       FD FiResume.
       01 EnregResume.
           02 cleResume                    pic x(31).
           02                              pic x(33).
       FD FiAvoirs.
       01 EnregAvoir.
           02 numeroAvoir                  pic 9(6).
           02                              pic x(56).
       FD FiGroupes.
       01 EnregGroupe.
           02 numeroContratGroupe          pic 9(5).
           02                              pic x(103).
       FD FiHoraires.
       01 EnregHoraire.
           02 cleHoraire                   pic x(15).
           02                              pic x(4).
       FD FiConfigRepresentations.
       01 EnregConfigRepresentation.
           02 codeSpectConfigRep           pic x(7).
           02                              pic x(4).
       FD FiCarnets.
       01 EnregCarnet.
           02 numeroCarnet                 pic 9(6).
           02                              pic x(36).
       FD FiPoints.
       01 EnregPoints.
           02 codeClientPoints             pic x(6).
           02                              pic x(42).
       FD FiReventes.
       01 EnregRevente.
           02 seqRevente                   pic 9(5).
           02 cleRevente                   pic x(8).
           02                              pic x(47).
       FD FiContingents.
       01 EnregContingent.
           02 cleContingent                pic x(12).
           02                              pic x(35).
       FD FiEcheanciersAbo.
       01 EnregEcheancierAbo.
           02 numeroEcheancierAbo          pic 9(6).
           02                              pic x(184).
       FD FiForfaitsVendus.
       01 EnregForfaitVendu.
           02 numeroForfaitVendu           pic 9(6).
           02 codeClientForfaitVendu       pic x(6).
           02                              pic x(116).

       working-storage section.
      *----------------------------------------
       77 fs-fiVerrou                      pic x(2).
       77 fs-fiVerrouSimulation            pic x(2).
       77 verrouIDLu                       pic 9.
       77 fs-fiParamSimulation             pic x(2).
       77 fs-fiDemandeSimulation           pic x(2).
       77 fs-fiTampon                      pic x(2).
           88 finFiTampon           VALUE "10".
       77 fs-fiSourceCopie                 pic x(2).
           88 finFiSourceCopie      VALUE "10".
       77 fs-fiCibleCopie                  pic x(2).
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurSpectacle VALUES "10" THRU "99".
       77 fs-fiAttente                     pic x(2).
           88 finErreurAttente VALUES "10" THRU "99".
       77 fs-fiClient                      pic x(2).
           88 finErreurClient VALUES "10" THRU "99".
       77 fs-fiResaClient                  pic x(2).
           88 finErreurResaClient VALUES "10" THRU "99".
       77 fs-fiSieges                      pic x(2).
           88 finErreurSieges VALUES "10" THRU "99".
       77 fs-fiOptions                     pic x(2).
           88 finErreurOptions VALUES "10" THRU "99".
       77 fs-fiResume                      pic x(2).
           88 finErreurResume VALUES "10" THRU "99".
       77 fs-fiAvoirs                      pic x(2).
           88 finErreurAvoirs VALUES "10" THRU "99".
       77 fs-fiGroupes                     pic x(2).
           88 finErreurGroupes VALUES "10" THRU "99".
       77 fs-fiHoraires                    pic x(2).
           88 finErreurHoraires VALUES "10" THRU "99".
       77 fs-fiConfigRepresentations       pic x(2).
           88 finErreurConfigRepresentations VALUES "10" THRU "99".
       77 fs-fiCarnets                     pic x(2).
           88 finErreurCarnets VALUES "10" THRU "99".
       77 fs-fiPoints                      pic x(2).
           88 finErreurPoints VALUES "10" THRU "99".
       77 fs-fiReventes                    pic x(2).
           88 finErreurReventes VALUES "10" THRU "99".
       77 fs-fiContingents                 pic x(2).
           88 finErreurContingents VALUES "10" THRU "99".
       77 fs-fiEcheanciersAbo              pic x(2).
           88 finErreurEcheanciersAbo VALUES "10" THRU "99".
       77 fs-fiForfaitsVendus              pic x(2).
           88 finErreurForfaitsVendus VALUES "10" THRU "99".
       77 nomIndexeCopie                   pic x(60).
       77 nomSourceCopie                   pic x(60).
       77 nomCibleCopie                    pic x(60).
       77 nomMajCandidat                   pic x(60)
           value "../Fichiers/maj.seq".
       77 iIndexe                          pic 99.
       77 iJournal                         pic 99.
       77 nbEnregsIndexe                   pic 9(7).
       77 nbLignesCopiees                  pic 9(7).
       77 nbIndexesRecopies                pic 9(2) value 0.
       77 nbEnregsRecopies                 pic 9(7) value 0.
       77 nbTransactionsCandidates         pic 9(7) value 0.
       77 commandeSysteme                  pic x(40).
       77 codeRetourSimulation             pic s9(4) comp.
       77 codeRetourSuppression            pic s9(9) comp-5.
      *    fichiers indexes recopies sous le prefixe "simulation",
      *    dans l'ordre des paragraphes de recopie
       01 BasesIndexes.
           02                              pic x(25)
               VALUE "SPECTACLE.IND".
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
               VALUE "RESUME.IND".
           02                              pic x(25)
               VALUE "AVOIRS.IND".
           02                              pic x(25)
               VALUE "GROUPES.IND".
           02                              pic x(25)
               VALUE "HORAIRES.IND".
           02                              pic x(25)
               VALUE "CONFIGREPRESENTATIONS.IND".
           02                              pic x(25)
               VALUE "CARNETS.IND".
           02                              pic x(25)
               VALUE "POINTS.IND".
           02                              pic x(25)
               VALUE "REVENTES.IND".
           02                              pic x(25)
               VALUE "CONTINGENTS.IND".
           02                              pic x(25)
               VALUE "ECHEANCIERSABO.IND".
           02                              pic x(25)
               VALUE "FORFAITSVENDUS.IND".
       01 REDEFINES BasesIndexes.
           02 baseIndexeT                  pic x(25) OCCURS 17.
      *    journaux que GestionSpectacle2 prolonge sans les relire :
      *    repartis a vide, ils ne portent que les mouvements de la
      *    simulation
       01 JournauxSimulation.
           02                              pic x(25)
               VALUE "reservationsDetail.seq".
           02                              pic x(25)
               VALUE "auditSpectacles.seq".
           02                              pic x(25)
               VALUE "remboursements.seq".
           02                              pic x(25)
               VALUE "notifications.seq".
           02                              pic x(25)
               VALUE "mouvementsPoints.seq".
           02                              pic x(25)
               VALUE "ventesAgences.seq".
           02                              pic x(25)
               VALUE "correspondances.seq".
       01 REDEFINES JournauxSimulation.
           02 journalSimulationT           pic x(25) OCCURS 7.
       01 LigneBilanIndexes.
           02                              pic x(35)
               VALUE "Fichiers indexes recopies       : ".
           02 nbIndexesRecopiesEd          pic zzzz9.
       01 LigneBilanEnregs.
           02                              pic x(35)
               VALUE "Enregistrements recopies        : ".
           02 nbEnregsRecopiesEd           pic zzzzzz9.
       01 LigneBilanCandidates.
           02                              pic x(35)
               VALUE "Transactions candidates         : ".
           02 nbTransactionsCandidatesEd   pic zzzzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    simulation d'un fichier MAJ avant la nuit : les fichiers
      *    que GestionSpectacle2 met a jour sont recopies sous le
      *    prefixe "simulation" pendant que le verrou d'exploitation
      *    tient la production immobile, puis le traitement tourne
      *    sur ces copies ; le sort de chaque transaction et les
      *    compteurs de fin de traitement projetes sortent dans
      *    simulationResultats.seq, la production n'est pas touchee
           perform verifieSimulationEnCours.
           perform lireParamSimulation.
           perform verifieMajCandidat.

           perform prendreVerrou.
           perform recopieSpectacle.
           perform recopieAttente.
           perform recopieClient.
           perform recopieResaClient.
           perform recopieSieges.
           perform recopieOptions.
           perform recopieResume.
           perform recopieAvoirs.
           perform recopieGroupes.
           perform recopieHoraires.
           perform recopieConfigRepresentations.
           perform recopieCarnets.
           perform recopiePoints.
           perform recopieReventes.
           perform recopieContingents.
           perform recopieEcheanciersAbo.
           perform recopieForfaitsVendus.
           perform recopieGrandsLivres.
           perform libererVerrou.

           perform recopieMajCandidat.
           perform videJournalSimulation
               varying iJournal from 1 by 1 until iJournal > 7.
           move "../Fichiers/simulationcheckpoint.rel"
               to nomCibleCopie.
           call "CBL_DELETE_FILE" using nomCibleCopie
               returning codeRetourSuppression
           end-call.
           perform ecritBilanRecopie.

           perform deposeDemandeSimulation.
           move "./GestionSpectacle2" to commandeSysteme.
           call "SYSTEM" using commandeSysteme.
           move return-code to codeRetourSimulation.
           move "../Fichiers/demandeSimulation.seq" to nomCibleCopie.
           call "CBL_DELETE_FILE" using nomCibleCopie
               returning codeRetourSuppression
           end-call.
           if codeRetourSimulation not = 0
               display "ECHEC de la simulation, code retour "
                       codeRetourSimulation
               move 8 to return-code
           else
               display "Resultats de la simulation : "
                       "simulationResultats.seq"
               move 0 to return-code
           end-if.
           STOP RUN.

       verifieSimulationEnCours.
      *****************************************
      *    les copies ne se refont pas sous une simulation qui
      *    tourne encore : elle tient le verrou du jeu simulation
           OPEN INPUT FiVerrouSimulation.
           if fs-fiVerrouSimulation = "00"
               move 1 to verrouIDLu
               read FiVerrouSimulation
                   invalid key continue
                   not invalid key
                       if etatVerrouSimulation = "O"
                           display "Simulation deja en cours : "
                                   nomProgrammeVerrouSimulation
                           CLOSE FiVerrouSimulation
                           move 8 to return-code
                           STOP RUN
                       end-if
               end-read
           end-if.
           CLOSE FiVerrouSimulation.

       lireParamSimulation.
      *****************************************
           OPEN INPUT FiParamSimulation.
           if fs-fiParamSimulation = "00"
               read FiParamSimulation
                   at end continue
                   not at end
                       if nomMajCandidatParam not = spaces
                           move nomMajCandidatParam to nomMajCandidat
                       end-if
               end-read
           end-if.
           CLOSE FiParamSimulation.

       verifieMajCandidat.
      *****************************************
           move nomMajCandidat to nomSourceCopie.
           OPEN INPUT FiSourceCopie.
           if fs-fiSourceCopie not = "00"
               display "Fichier MAJ candidat absent : "
                       nomMajCandidat
               CLOSE FiSourceCopie
               move 8 to return-code
               STOP RUN
           end-if.
           CLOSE FiSourceCopie.

       nomIndexeProduction.
      *****************************************
           move 0 to nbEnregsIndexe.
           move spaces to nomIndexeCopie.
           string "../Fichiers/" baseIndexeT(iIndexe)
                  delimited by space
               into nomIndexeCopie
           end-string.

       nomIndexeSimulation.
      *****************************************
           move spaces to nomIndexeCopie.
           string "../Fichiers/simulation" baseIndexeT(iIndexe)
                  delimited by space
               into nomIndexeCopie
           end-string.

       noteIndexeRecopie.
      *****************************************
           add 1 to nbIndexesRecopies.
           add nbEnregsIndexe to nbEnregsRecopies.

       recopieSpectacle.
      *****************************************
           move 1 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiSpectacle.
           OPEN OUTPUT FiTampon.
           if fs-fiSpectacle = "00"
               read FiSpectacle next
                   at end move "10" to fs-fiSpectacle
               end-read
               perform dechargeSpectacle
                   until finErreurSpectacle
           end-if.
           CLOSE FiSpectacle FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiSpectacle.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeSpectacle until finFiTampon.
           CLOSE FiSpectacle FiTampon.
           perform noteIndexeRecopie.

       dechargeSpectacle.
      *****************************************
           move EnregSpectacle to EnregTampon.
           write EnregTampon.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       rechargeSpectacle.
      *****************************************
           move EnregTampon to EnregSpectacle.
           write EnregSpectacle
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieAttente.
      *****************************************
           move 2 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiListeAttente.
           OPEN OUTPUT FiTampon.
           if fs-fiAttente = "00"
               read FiListeAttente next
                   at end move "10" to fs-fiAttente
               end-read
               perform dechargeAttente
                   until finErreurAttente
           end-if.
           CLOSE FiListeAttente FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiListeAttente.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeAttente until finFiTampon.
           CLOSE FiListeAttente FiTampon.
           perform noteIndexeRecopie.

       dechargeAttente.
      *****************************************
           move EnregAttente to EnregTampon.
           write EnregTampon.
           read FiListeAttente next
               at end move "10" to fs-fiAttente
           end-read.

       rechargeAttente.
      *****************************************
           move EnregTampon to EnregAttente.
           write EnregAttente
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieClient.
      *****************************************
           move 3 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiClient.
           OPEN OUTPUT FiTampon.
           if fs-fiClient = "00"
               read FiClient next
                   at end move "10" to fs-fiClient
               end-read
               perform dechargeClient
                   until finErreurClient
           end-if.
           CLOSE FiClient FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiClient.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeClient until finFiTampon.
           CLOSE FiClient FiTampon.
           perform noteIndexeRecopie.

       dechargeClient.
      *****************************************
           move EnregClient to EnregTampon.
           write EnregTampon.
           read FiClient next
               at end move "10" to fs-fiClient
           end-read.

       rechargeClient.
      *****************************************
           move EnregTampon to EnregClient.
           write EnregClient
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieResaClient.
      *****************************************
           move 4 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiResaClient.
           OPEN OUTPUT FiTampon.
           if fs-fiResaClient = "00"
               read FiResaClient next
                   at end move "10" to fs-fiResaClient
               end-read
               perform dechargeResaClient
                   until finErreurResaClient
           end-if.
           CLOSE FiResaClient FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiResaClient.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeResaClient until finFiTampon.
           CLOSE FiResaClient FiTampon.
           perform noteIndexeRecopie.

       dechargeResaClient.
      *****************************************
           move EnregResaClient to EnregTampon.
           write EnregTampon.
           read FiResaClient next
               at end move "10" to fs-fiResaClient
           end-read.

       rechargeResaClient.
      *****************************************
           move EnregTampon to EnregResaClient.
           write EnregResaClient
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieSieges.
      *****************************************
           move 5 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiSieges.
           OPEN OUTPUT FiTampon.
           if fs-fiSieges = "00"
               read FiSieges next
                   at end move "10" to fs-fiSieges
               end-read
               perform dechargeSieges
                   until finErreurSieges
           end-if.
           CLOSE FiSieges FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiSieges.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeSieges until finFiTampon.
           CLOSE FiSieges FiTampon.
           perform noteIndexeRecopie.

       dechargeSieges.
      *****************************************
           move EnregSiege to EnregTampon.
           write EnregTampon.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       rechargeSieges.
      *****************************************
           move EnregTampon to EnregSiege.
           write EnregSiege
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieOptions.
      *****************************************
           move 6 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiOptions.
           OPEN OUTPUT FiTampon.
           if fs-fiOptions = "00"
               read FiOptions next
                   at end move "10" to fs-fiOptions
               end-read
               perform dechargeOptions
                   until finErreurOptions
           end-if.
           CLOSE FiOptions FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiOptions.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeOptions until finFiTampon.
           CLOSE FiOptions FiTampon.
           perform noteIndexeRecopie.

       dechargeOptions.
      *****************************************
           move EnregOption to EnregTampon.
           write EnregTampon.
           read FiOptions next
               at end move "10" to fs-fiOptions
           end-read.

       rechargeOptions.
      *****************************************
           move EnregTampon to EnregOption.
           write EnregOption
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieResume.
      *****************************************
           move 7 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiResume.
           OPEN OUTPUT FiTampon.
           if fs-fiResume = "00"
               read FiResume next
                   at end move "10" to fs-fiResume
               end-read
               perform dechargeResume
                   until finErreurResume
           end-if.
           CLOSE FiResume FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiResume.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeResume until finFiTampon.
           CLOSE FiResume FiTampon.
           perform noteIndexeRecopie.

       dechargeResume.
      *****************************************
           move EnregResume to EnregTampon.
           write EnregTampon.
           read FiResume next
               at end move "10" to fs-fiResume
           end-read.

       rechargeResume.
      *****************************************
           move EnregTampon to EnregResume.
           write EnregResume
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieAvoirs.
      *****************************************
           move 8 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiAvoirs.
           OPEN OUTPUT FiTampon.
           if fs-fiAvoirs = "00"
               read FiAvoirs next
                   at end move "10" to fs-fiAvoirs
               end-read
               perform dechargeAvoirs
                   until finErreurAvoirs
           end-if.
           CLOSE FiAvoirs FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiAvoirs.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeAvoirs until finFiTampon.
           CLOSE FiAvoirs FiTampon.
           perform noteIndexeRecopie.

       dechargeAvoirs.
      *****************************************
           move EnregAvoir to EnregTampon.
           write EnregTampon.
           read FiAvoirs next
               at end move "10" to fs-fiAvoirs
           end-read.

       rechargeAvoirs.
      *****************************************
           move EnregTampon to EnregAvoir.
           write EnregAvoir
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieGroupes.
      *****************************************
           move 9 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiGroupes.
           OPEN OUTPUT FiTampon.
           if fs-fiGroupes = "00"
               read FiGroupes next
                   at end move "10" to fs-fiGroupes
               end-read
               perform dechargeGroupes
                   until finErreurGroupes
           end-if.
           CLOSE FiGroupes FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiGroupes.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeGroupes until finFiTampon.
           CLOSE FiGroupes FiTampon.
           perform noteIndexeRecopie.

       dechargeGroupes.
      *****************************************
           move EnregGroupe to EnregTampon.
           write EnregTampon.
           read FiGroupes next
               at end move "10" to fs-fiGroupes
           end-read.

       rechargeGroupes.
      *****************************************
           move EnregTampon to EnregGroupe.
           write EnregGroupe
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieHoraires.
      *****************************************
           move 10 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiHoraires.
           OPEN OUTPUT FiTampon.
           if fs-fiHoraires = "00"
               read FiHoraires next
                   at end move "10" to fs-fiHoraires
               end-read
               perform dechargeHoraires
                   until finErreurHoraires
           end-if.
           CLOSE FiHoraires FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiHoraires.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeHoraires until finFiTampon.
           CLOSE FiHoraires FiTampon.
           perform noteIndexeRecopie.

       dechargeHoraires.
      *****************************************
           move EnregHoraire to EnregTampon.
           write EnregTampon.
           read FiHoraires next
               at end move "10" to fs-fiHoraires
           end-read.

       rechargeHoraires.
      *****************************************
           move EnregTampon to EnregHoraire.
           write EnregHoraire
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieConfigRepresentations.
      *****************************************
           move 11 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiConfigRepresentations.
           OPEN OUTPUT FiTampon.
           if fs-fiConfigRepresentations = "00"
               read FiConfigRepresentations next
                   at end move "10" to fs-fiConfigRepresentations
               end-read
               perform dechargeConfigRepresentations
                   until finErreurConfigRepresentations
           end-if.
           CLOSE FiConfigRepresentations FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiConfigRepresentations.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeConfigRepresentations until finFiTampon.
           CLOSE FiConfigRepresentations FiTampon.
           perform noteIndexeRecopie.

       dechargeConfigRepresentations.
      *****************************************
           move EnregConfigRepresentation to EnregTampon.
           write EnregTampon.
           read FiConfigRepresentations next
               at end move "10" to fs-fiConfigRepresentations
           end-read.

       rechargeConfigRepresentations.
      *****************************************
           move EnregTampon to EnregConfigRepresentation.
           write EnregConfigRepresentation
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieCarnets.
      *****************************************
           move 12 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiCarnets.
           OPEN OUTPUT FiTampon.
           if fs-fiCarnets = "00"
               read FiCarnets next
                   at end move "10" to fs-fiCarnets
               end-read
               perform dechargeCarnets
                   until finErreurCarnets
           end-if.
           CLOSE FiCarnets FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiCarnets.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeCarnets until finFiTampon.
           CLOSE FiCarnets FiTampon.
           perform noteIndexeRecopie.

       dechargeCarnets.
      *****************************************
           move EnregCarnet to EnregTampon.
           write EnregTampon.
           read FiCarnets next
               at end move "10" to fs-fiCarnets
           end-read.

       rechargeCarnets.
      *****************************************
           move EnregTampon to EnregCarnet.
           write EnregCarnet
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopiePoints.
      *****************************************
           move 13 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiPoints.
           OPEN OUTPUT FiTampon.
           if fs-fiPoints = "00"
               read FiPoints next
                   at end move "10" to fs-fiPoints
               end-read
               perform dechargePoints
                   until finErreurPoints
           end-if.
           CLOSE FiPoints FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiPoints.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargePoints until finFiTampon.
           CLOSE FiPoints FiTampon.
           perform noteIndexeRecopie.

       dechargePoints.
      *****************************************
           move EnregPoints to EnregTampon.
           write EnregTampon.
           read FiPoints next
               at end move "10" to fs-fiPoints
           end-read.

       rechargePoints.
      *****************************************
           move EnregTampon to EnregPoints.
           write EnregPoints
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieReventes.
      *****************************************
           move 14 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiReventes.
           OPEN OUTPUT FiTampon.
           if fs-fiReventes = "00"
               read FiReventes next
                   at end move "10" to fs-fiReventes
               end-read
               perform dechargeReventes
                   until finErreurReventes
           end-if.
           CLOSE FiReventes FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiReventes.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeReventes until finFiTampon.
           CLOSE FiReventes FiTampon.
           perform noteIndexeRecopie.

       dechargeReventes.
      *****************************************
           move EnregRevente to EnregTampon.
           write EnregTampon.
           read FiReventes next
               at end move "10" to fs-fiReventes
           end-read.

       rechargeReventes.
      *****************************************
           move EnregTampon to EnregRevente.
           write EnregRevente
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieContingents.
      *****************************************
           move 15 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiContingents.
           OPEN OUTPUT FiTampon.
           if fs-fiContingents = "00"
               read FiContingents next
                   at end move "10" to fs-fiContingents
               end-read
               perform dechargeContingents
                   until finErreurContingents
           end-if.
           CLOSE FiContingents FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiContingents.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeContingents until finFiTampon.
           CLOSE FiContingents FiTampon.
           perform noteIndexeRecopie.

       dechargeContingents.
      *****************************************
           move EnregContingent to EnregTampon.
           write EnregTampon.
           read FiContingents next
               at end move "10" to fs-fiContingents
           end-read.

       rechargeContingents.
      *****************************************
           move EnregTampon to EnregContingent.
           write EnregContingent
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieEcheanciersAbo.
      *****************************************
           move 16 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiEcheanciersAbo.
           OPEN OUTPUT FiTampon.
           if fs-fiEcheanciersAbo = "00"
               read FiEcheanciersAbo next
                   at end move "10" to fs-fiEcheanciersAbo
               end-read
               perform dechargeEcheanciersAbo
                   until finErreurEcheanciersAbo
           end-if.
           CLOSE FiEcheanciersAbo FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiEcheanciersAbo.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeEcheanciersAbo until finFiTampon.
           CLOSE FiEcheanciersAbo FiTampon.
           perform noteIndexeRecopie.

       dechargeEcheanciersAbo.
      *****************************************
           move EnregEcheancierAbo to EnregTampon.
           write EnregTampon.
           read FiEcheanciersAbo next
               at end move "10" to fs-fiEcheanciersAbo
           end-read.

       rechargeEcheanciersAbo.
      *****************************************
           move EnregTampon to EnregEcheancierAbo.
           write EnregEcheancierAbo
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieForfaitsVendus.
      *****************************************
           move 17 to iIndexe.
           perform nomIndexeProduction.
           OPEN INPUT FiForfaitsVendus.
           OPEN OUTPUT FiTampon.
           if fs-fiForfaitsVendus = "00"
               read FiForfaitsVendus next
                   at end move "10" to fs-fiForfaitsVendus
               end-read
               perform dechargeForfaitsVendus
                   until finErreurForfaitsVendus
           end-if.
           CLOSE FiForfaitsVendus FiTampon.
           perform nomIndexeSimulation.
           OPEN OUTPUT FiForfaitsVendus.
           OPEN INPUT FiTampon.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.
           perform rechargeForfaitsVendus until finFiTampon.
           CLOSE FiForfaitsVendus FiTampon.
           perform noteIndexeRecopie.

       dechargeForfaitsVendus.
      *****************************************
           move EnregForfaitVendu to EnregTampon.
           write EnregTampon.
           read FiForfaitsVendus next
               at end move "10" to fs-fiForfaitsVendus
           end-read.

       rechargeForfaitsVendus.
      *****************************************
           move EnregTampon to EnregForfaitVendu.
           write EnregForfaitVendu
               invalid key continue
               not invalid key add 1 to nbEnregsIndexe
           end-write.
           read FiTampon
               at end move "10" to fs-fiTampon
           end-read.

       recopieGrandsLivres.
      *****************************************
      *    le grand livre des creances est relu par le traitement
      *    (rejets de paiement, transferts) et les controles
      *    d'integrite sont verifies puis reecrits : tous deux
      *    partent de leur etat de production
           move "../Fichiers/creances.seq" to nomSourceCopie.
           move "../Fichiers/simulationcreances.seq" to nomCibleCopie.
           perform copieFichierSimulation.
           move "../Fichiers/controles.seq" to nomSourceCopie.
           move "../Fichiers/simulationcontroles.seq" to nomCibleCopie.
           perform copieFichierSimulation.

       recopieMajCandidat.
      *****************************************
           move nomMajCandidat to nomSourceCopie.
           move "../Fichiers/simulationmaj.seq" to nomCibleCopie.
           perform copieFichierSimulation.
           move nbLignesCopiees to nbTransactionsCandidates.

       videJournalSimulation.
      *****************************************
           move spaces to nomCibleCopie.
           string "../Fichiers/simulation" journalSimulationT(iJournal)
                  delimited by space
               into nomCibleCopie
           end-string.
           OPEN OUTPUT FiCibleCopie.
           CLOSE FiCibleCopie.

       copieFichierSimulation.
      *****************************************
      *    l'appelant garnit nomSourceCopie et nomCibleCopie
           move 0 to nbLignesCopiees.
           OPEN INPUT FiSourceCopie.
           OPEN OUTPUT FiCibleCopie.
           if fs-fiSourceCopie = "00"
               read FiSourceCopie
                   at end move "10" to fs-fiSourceCopie
               end-read
               perform copieLigneSimulation until finFiSourceCopie
           end-if.
           CLOSE FiSourceCopie FiCibleCopie.

       copieLigneSimulation.
      *****************************************
           move EnregSourceCopie to EnregCibleCopie.
           write EnregCibleCopie.
           add 1 to nbLignesCopiees.
           read FiSourceCopie
               at end move "10" to fs-fiSourceCopie
           end-read.

       deposeDemandeSimulation.
      *****************************************
      *    la demande ne vaut que pour le jour : GestionSpectacle2
      *    la consomme a la lecture
           OPEN OUTPUT FiDemandeSimulation.
           accept dateDemandeSimulation from date YYYYMMDD.
           accept heureDemandeSimulation from time.
           write EnregDemandeSimulation.
           CLOSE FiDemandeSimulation.

       ecritBilanRecopie.
      *****************************************
           move nbIndexesRecopies to nbIndexesRecopiesEd.
           move nbEnregsRecopies to nbEnregsRecopiesEd.
           move nbTransactionsCandidates
               to nbTransactionsCandidatesEd.
           display LigneBilanIndexes.
           display LigneBilanEnregs.
           display LigneBilanCandidates.

       prendreVerrou.
      *****************************************
      *    la production reste immobile le temps des copies : le
      *    jeu simule est une image coherente, compteurs et plan de
      *    salle d'accord
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
           move "SimulationMaj" to nomProgrammeVerrou.
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

       end program SimulationMaj.
