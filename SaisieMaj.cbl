       program-id. SaisieMaj as "SaisieMaj".

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

          select optional FiGenres assign "../Fichiers/GENRES.IND"
              organization is indexed access mode is dynamic
              record key is codeGenreRef
                  file status is fs-fiGenres.

          select optional FiOperateurs
              assign "../Fichiers/operateurs.seq"
              organization is line sequential
              file status is fs-fiOperateurs.

          select optional FiJournalActions
              assign "../Fichiers/journalActions.seq"
              organization is line sequential
              file status is fs-fiJournalActions.

          select optional FiMajEntree
              assign "../Fichiers/majEntree.seq"
              organization is line sequential
              file status is fs-fiMajEntree.
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
               88 clientEfface         value "E".
           02 incidentPaiementClient       pic x.
               88 clientEnIncident     value "O".
           02 emailInvalideClient          pic x.
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
           02 libelleGenre                 pic x(30).
           02 dureeDefautGenre             pic 9(3).
       FD FiOperateurs.
       01 EnregOperateurLu.
           02 codeOperateurLu              pic x(4).
           02 nomOperateurLu               pic x(20).
           02 profilOperateurLu            pic x.
       FD FiJournalActions.
       01 EnregJournalAction.
           02 codeOperateurAction          pic x(4).
           02 actionJournalisee            pic x(20).
           02 cibleAction                  pic x(30).
           02 dateAction                   pic 9(8).
           02 heureAction                  pic 9(8).
       FD FiMajEntree.
      *    memes positions que la file lue par PreEditionMaj ; la
      *    saisie laisse le canal a blanc (back-office) et porte le
      *    code de l'operateur sur chaque ligne
       01 EnregMAJ.
           02 codeMaj                      pic x.
           02 informationsAction           pic x(75).
           02 REDEFINES informationsAction.
               03 codeGenreNouv            pic x(5).
               03 titreNouv                pic x(30).
           02 REDEFINES informationsAction.
               03 titreReserve             pic x(30).
               03 dateReserve              pic 9(8).
               03 categReserve             pic 9.
               03 nbPlacesReserve          pic 99.
               03 codeClient               pic x(6).
               03 nomClient                pic x(20).
               03 nbPlacesAccessReserve    pic 99.
               03 numeroCarnetReserve      pic 9(6).
           02 REDEFINES informationsAction.
               03 codeSpectacleAnnulation  pic x(7).
               03 categAnnulation          pic 9.
               03 nbPlacesAnnulation       pic 99.
               03 raisonAnnulation         pic 9.
               03 dateAnnulation           pic 9(8).
               03 codeClientAnnulation     pic x(6).
               03 nbPlacesAccessAnnulation pic 99.
               03 modeRemboursementAnnulation pic x.
           02 REDEFINES informationsAction.
               03 codeGenreAnnulationMasse pic x(5).
               03 titreAnnulationMasse     pic x(30).
           02 REDEFINES informationsAction.
               03 codeClientPaiement       pic x(6).
               03 codeSpectPaiement        pic x(7).
               03 dateRepresentationPaiement pic 9(8).
               03 montantPaiement          pic 9(5)v99.
               03 modePaiement             pic x.
               03 numeroAvoirPaiement      pic 9(6).
           02 REDEFINES informationsAction.
               03 codeClientAbo            pic x(6).
               03 nomClientAbo             pic x(20).
               03 codeGenreAbo             pic x(5).
               03 categAbo                 pic 9.
               03 dateDebutAbo             pic 9(8).
               03 nbEcheancesAbo           pic x.
           02 REDEFINES informationsAction.
               03 codeSpectHold            pic x(7).
               03 categHold                pic 9.
               03 nbPlacesHold             pic 99.
               03 codeClientHold           pic x(6).
               03 nomClientHold            pic x(20).
               03 dateExpirationHold       pic 9(8).
           02 REDEFINES informationsAction.
               03 codeSpectConfirm         pic x(7).
               03 categConfirm             pic 9.
               03 codeClientConfirm        pic x(6).
           02 REDEFINES informationsAction.
               03 codeSpectModif           pic x(7).
               03 dateRepresentationModif  pic 9(8).
               03 numSalleModif            pic 99.
               03 codeConfigModif          pic x(4).
           02 REDEFINES informationsAction.
               03 codeSpectAlloc           pic x(7).
               03 categAlloc               pic 9.
               03 nbPlacesAlloc            pic 99.
           02 REDEFINES informationsAction.
               03 codeSpectEchange         pic x(7).
               03 codeSpectCibleEchange    pic x(7).
               03 categEchange             pic 9.
               03 nbPlacesEchange          pic 99.
               03 codeClientEchange        pic x(6).
           02 REDEFINES informationsAction.
               03 titreGroupe              pic x(30).
               03 dateGroupe               pic 9(8).
               03 categGroupe              pic 9.
               03 nbPlacesGroupe           pic 9(3).
               03 codeClientGroupe         pic x(6).
               03 nomClientGroupe          pic x(20).
               03 ratioAccompagnateursGroupe pic 99.
               03 nbEcheancesGroupe        pic 9.
           02 REDEFINES informationsAction.
               03 codeSpectTransfert       pic x(7).
               03 dateRepresentationTransfert pic 9(8).
               03 codeClientCedant         pic x(6).
               03 codeClientBeneficiaire   pic x(6).
               03 nomClientBeneficiaire    pic x(20).
           02 canalMaj                     pic x.
           02 codeOperateurMaj             pic x(4).
       01 EnregDateRepresentation.
           02 codeGenreNouveau             pic x(5).
           02 dateRepresentationNouveau    pic 9(8).
           02 numSalleNouveau              pic 99.
           02 heureRepresentationNouveau   pic 9(4).
           02 codeConfigNouveau            pic x(4).

       working-storage section.
      *----------------------------------------
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 fs-fiClient                      pic x(2).
       77 fs-fiGenres                      pic x(2).
       77 fs-fiOperateurs                  pic x(2).
           88 finFiOperateurs       VALUE "10".
       77 fs-fiJournalActions              pic x(2).
       77 fs-fiMajEntree                   pic x(2).
       77 salleIDLu                        pic 9(2).
       77 codeConfigCourante               pic x(4).
       77 iCategorie                       pic 9.
       77 referentielGenresFlag            pic x value "N".
           88 referentielGenresPresent VALUE "O".
       77 referentielOperateursFlag        pic x value "N".
           88 referentielOperateursPresent VALUE "O".
       77 nbOperateurs                     pic 9(2) value 0.
       77 iOperateur                       pic 9(2).
       01 tabOperateurs.
           02 detailOperateur OCCURS 50.
               03 codeOperateurT           pic x(4).
               03 profilOperateurT         pic x.
       77 profilOperateur                  pic x value "S".
           88 profilVenteSeule      VALUE "V".
           88 profilVenteAnnulation VALUE "A".
           88 profilSuperviseur     VALUE "S".
       77 codeOperateur                    pic x(4).
       77 dateTraitementJour               pic 9(8).
       77 choixTransaction                 pic x.
           88 finSaisie             VALUE "F".
      *    transactions reservees aux profils annulation et
      *    superviseur, journalisees a la saisie comme au guichet
           88 transactionPrivilegiee VALUES "A" "B" "M" "G" "L" "T".
       77 confirmationSaisie               pic x.
       77 saisieValideFlag                 pic x.
           88 saisieValide          VALUE "O".
           88 saisieInvalide        VALUE "N".
       77 raisonRefusSaisie                pic 99.
       77 representationTrouveeFlag        pic x.
           88 representationTrouvee VALUE "O".
       77 salleConnueFlag                  pic x.
           88 salleConnue           VALUE "O".
       77 clientConnuFlag                  pic x.
           88 clientConnu           VALUE "O".
       77 genreConnuFlag                   pic x.
           88 genreConnu            VALUE "O".
           88 genreInconnu          VALUE "N".
       77 codeSpectRecherche               pic x(7).
       77 titreRecherche                   pic x(30).
       77 dateRecherche                    pic 9(8).
       77 codeClientRecherche              pic x(6).
       77 codeGenreRecherche               pic x(5).
       77 dateRepresentationNum            pic 9(8).
       77 categControle                    pic 9.
       77 nbPlacesControle                 pic 9(3).
       77 placesRestantes                  pic s9(4).
       77 nbRepsTitre                      pic 9(3).
       77 iRepNouv                         pic 99.
       77 nbRepsNouv                       pic 99 value 0.
       77 finRepsNouvFlag                  pic x.
           88 finRepsNouv           VALUE "O".
       77 dateRepSaisie                    pic 9(8).
       77 numSalleSaisie                   pic 99.
       77 heureSaisie                      pic 9(4).
       77 codeConfigSaisie                 pic x(4).
       77 dateVerifiee                     pic 9(8).
       77 dateValideFlag                   pic x.
           88 dateValide            VALUE "O".
           88 dateInvalide          VALUE "N".
       77 anneeVerifiee                    pic 9(4).
       77 moisVerifie                      pic 9(2).
       77 jourVerifie                      pic 9(2).
       77 jourMaxMois                      pic 9(2).
       77 resteBissextile                  pic 9(4).
       77 quotientBissextile               pic 9(4).
       77 nbTransactionsTransmises         pic 9(5) value 0.
       77 nbTransactionsAbandonnees        pic 9(5) value 0.
       77 nbLignesEcrites                  pic 9(5) value 0.
      *    representations d'un ajout, saisies avant d'etre ecrites
      *    d'un bloc derriere leur ligne 'N'
       01 tabRepsNouv.
           02 detailRepNouv OCCURS 20.
               03 dateRepNouv              pic 9(8).
               03 numSalleRepNouv          pic 99.
               03 heureRepNouv             pic 9(4).
               03 codeConfigRepNouv        pic x(4).
       01 LibellesCategorie.
           02 libelleCategorie1            pic x(12) VALUE "Orchestre".
           02 libelleCategorie2            pic x(12) VALUE "Balcon".
           02 libelleCategorie3            pic x(12) VALUE "Loge".
       01 REDEFINES LibellesCategorie.
           02 libelleCategorie             pic x(12) OCCURS 3.
      *    memes raisons et memes numeros que la pre-edition : un
      *    refus a l'ecran est le rejet qu'aurait produit la nuit
       01 LibellesRaisonRefus.
           02                              pic x(42)
               VALUE "Code de transaction MAJ inconnu".
           02                              pic x(42)
               VALUE "Titre obligatoire absent".
           02                              pic x(42)
               VALUE "Date hors calendrier".
           02                              pic x(42)
               VALUE "Categorie hors limites (1 a 3)".
           02                              pic x(42)
               VALUE "Nombre de places non numerique ou nul".
           02                              pic x(42)
               VALUE "Code client obligatoire absent".
           02                              pic x(42)
               VALUE "Code genre obligatoire absent".
           02                              pic x(42)
               VALUE "Numero de salle non numerique ou nul".
           02                              pic x(42)
               VALUE "Code spectacle obligatoire absent".
           02                              pic x(42)
               VALUE "Raison d'annulation hors limites (1 a 4)".
           02                              pic x(42)
               VALUE "Montant non numerique".
           02                              pic x(42)
               VALUE "Representation orpheline d'un ajout rejete".
           02                              pic x(42)
               VALUE "Modification sans nouvelle valeur".
           02                              pic x(42)
               VALUE "Places accessibles invalides".
           02                              pic x(42)
               VALUE "Code genre inconnu au referentiel".
           02                              pic x(42)
               VALUE "Mode de remboursement invalide".
           02                              pic x(42)
               VALUE "Mode ou numero d'avoir invalide".
           02                              pic x(42)
               VALUE "Ratio d'accompagnateurs invalide".
           02                              pic x(42)
               VALUE "Nombre d'echeances hors limites (1 a 3)".
           02                              pic x(42)
               VALUE "Mode de reglement inconnu".
           02                              pic x(42)
               VALUE "Heure de representation invalide".
           02                              pic x(42)
               VALUE "Numero de carnet invalide".
           02                              pic x(42)
               VALUE "Code agence obligatoire absent".
           02                              pic x(42)
               VALUE "Reglement rejete ni cheque, carte, prelev.".
           02                              pic x(42)
               VALUE "Nombre d'echeances d'abonnement invalide".
           02                              pic x(42)
               VALUE "Configuration de salle obligatoire absente".
       01 REDEFINES LibellesRaisonRefus.
           02 libelleRaisonRefus           pic x(42) OCCURS 26.
       01 LigneRepresentationTitre.
           02                              pic x(2) VALUE SPACES.
           02 codeSpectTitreEd             pic x(7).
           02                              pic x(2) VALUE SPACES.
           02 dateTitreEd                  pic 9(8).
           02                              pic x(8) VALUE "  salle ".
           02 numSalleTitreEd              pic z9.
           02                              pic x(10)
               VALUE "  reste : ".
           02 resteTitre1Ed                pic ---9.
           02                              pic x VALUE "/".
           02 resteTitre2Ed                pic ---9.
           02                              pic x VALUE "/".
           02 resteTitre3Ed                pic ---9.
       01 LigneDisponibilite.
           02 libelleCategDispoEd          pic x(12).
           02                              pic x(3) VALUE " : ".
           02 nbReservationsDispoEd        pic zzz9.
           02                              pic x(3) VALUE " / ".
           02 nbPlacesDispoEd              pic zzz9.
           02                              pic x(9) VALUE "  bloq : ".
           02 nbAllocationsDispoEd         pic zzz9.
           02                              pic x(10)
               VALUE "  reste : ".
           02 resteDispoEd                 pic ---9.
       01 LigneDispoAccessibles.
           02                              pic x(12)
               VALUE "Accessibles".
           02                              pic x(3) VALUE " : ".
           02 nbAccessDispoEd              pic zzz9.
           02                              pic x(3) VALUE " / ".
           02 placesAccessDispoEd          pic zzz9.
       01 LigneCapaciteInsuffisante.
           02                              pic x(40) VALUE
               "Attention : capacite insuffisante, reste".
           02 resteInsuffisantEd           pic ---9.
           02                              pic x(31) VALUE
               " place(s) dans cette categorie".
       01 LigneBilanTransmises.
           02                              pic x(35)
               VALUE "Transactions transmises         : ".
           02 nbTransactionsTransmisesEd   pic zzzz9.
       01 LigneBilanLignesEcrites.
           02                              pic x(35)
               VALUE "Lignes ecrites dans majEntree   : ".
           02 nbLignesEcritesEd            pic zzzz9.
       01 LigneBilanAbandonnees.
           02                              pic x(35)
               VALUE "Transactions abandonnees        : ".
           02 nbTransactionsAbandonneesEd  pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    saisie des transactions MAJ du back-office : un ecran par
      *    code de transaction, les titres, representations et
      *    clients controles au fil de la frappe dans les fichiers
      *    maitres, la capacite restante montree avant l'envoi ; la
      *    ligne part dans la file d'entree du pre-controle aux
      *    positions attendues, avec le code de l'operateur. Rien
      *    n'est mis a jour ici : le traitement de nuit applique
           OPEN INPUT FiSpectacle FiSalle FiConfigSalles
                      FiConfigRepresentations FiClient FiGenres.
           if fs-fiGenres = "00"
               move "O" to referentielGenresFlag
           end-if.
           accept dateTraitementJour from date YYYYMMDD.
           perform identifieOperateurSaisie.

           move space to choixTransaction.
           perform afficheMenuSaisie until finSaisie.

           perform ecritBilanSaisie.
           CLOSE FiSpectacle FiSalle FiConfigSalles
                 FiConfigRepresentations FiClient FiGenres.
           STOP RUN.

       identifieOperateurSaisie.
      *****************************************
      *    meme identification qu'a l'ouverture du guichet
           perform chargerOperateursSaisie.
           display "Code operateur : " with no advancing.
           accept codeOperateur.
           perform verifieOperateurSaisie.
           if codeOperateur = spaces
               display "Operateur obligatoire : fermeture"
               CLOSE FiSpectacle FiSalle FiConfigSalles
                     FiConfigRepresentations FiClient FiGenres
               move 8 to return-code
               STOP RUN
           end-if.

       chargerOperateursSaisie.
      *****************************************
           OPEN INPUT FiOperateurs.
           if fs-fiOperateurs = "00"
               move "O" to referentielOperateursFlag
               read FiOperateurs
                   at end move "10" to fs-fiOperateurs
               end-read
               perform chargerLigneOperateur
                   until finFiOperateurs or nbOperateurs >= 50
           end-if.
           CLOSE FiOperateurs.

       chargerLigneOperateur.
      *****************************************
           add 1 to nbOperateurs.
           move codeOperateurLu to codeOperateurT(nbOperateurs).
           move profilOperateurLu to profilOperateurT(nbOperateurs).
           read FiOperateurs
               at end move "10" to fs-fiOperateurs
           end-read.

       verifieOperateurSaisie.
      *****************************************
           if referentielOperateursPresent
                   and codeOperateur not = spaces
               perform varying iOperateur from 1 by 1
                       until iOperateur > nbOperateurs
                           or codeOperateurT(iOperateur)
                               = codeOperateur
                   continue
               end-perform
               if iOperateur > nbOperateurs
                   display "Operateur inconnu du referentiel : "
                           "fermeture"
                   move spaces to codeOperateur
               else
                   move profilOperateurT(iOperateur)
                       to profilOperateur
               end-if
           end-if.

       afficheMenuSaisie.
      *****************************************
           display " ".
           display "Saisie MAJ -- operateur " codeOperateur.
           display " N Ajout de spectacle      R Reservation".
           display " A Annulation              B Annulation de masse".
           display " P Paiement                S Abonnement".
           display " H Option                  C Confirmation".
           display " M Modification de date    E Echange".
           display " G Blocage de places       L Liberation".
           display " K Contrat de groupe       T Transfert".
           display " F Fin de saisie".
           display "Code transaction : " with no advancing.
           accept choixTransaction.
           inspect choixTransaction converting
               "nrabpshcmeglktf" to "NRABPSHCMEGLKTF".
           if transactionPrivilegiee and profilVenteSeule
               display "Profil vente seule : transaction refusee"
           else
               perform aiguilleEcranSaisie
           end-if.

       aiguilleEcranSaisie.
      *****************************************
           move spaces to EnregMAJ.
           move choixTransaction to codeMaj.
           move "O" to saisieValideFlag.
           evaluate choixTransaction
               when "N" perform ecranAjout
               when "R" perform ecranReservation
               when "A" perform ecranAnnulation
               when "B" perform ecranAnnulationMasse
               when "P" perform ecranPaiement
               when "S" perform ecranAbonnement
               when "H" perform ecranOption
               when "C" perform ecranConfirmation
               when "M" perform ecranModification
               when "E" perform ecranEchange
               when "G" perform ecranAllocation
               when "L" perform ecranAllocation
               when "K" perform ecranContratGroupe
               when "T" perform ecranTransfert
               when "F" continue
               when other display "Code transaction inconnu"
           end-evaluate.

      *****************************************
      *    recherches dans les fichiers maitres
      *****************************************
       saisieCodeSpect.
      *****************************************
      *    le spectacle est relu des sa saisie ; l'appelant reprend
      *    codeSpectRecherche dans sa transaction
           display "Code spectacle (genre + numero) : "
               with no advancing.
           accept codeSpectRecherche.
           move "N" to representationTrouveeFlag.
           if codeSpectRecherche not = spaces
               move codeSpectRecherche to codeSpect
               read FiSpectacle
                   invalid key
                       display "  Spectacle inconnu de SPECTACLE.IND"
                   not invalid key
                       move "O" to representationTrouveeFlag
                       perform afficheDisponibilite
               end-read
           end-if.

       saisieTitreDate.
      *****************************************
      *    le titre liste ses representations avec leurs places
      *    restantes, puis la date choisit la representation
           display "Titre du spectacle : " with no advancing.
           accept titreRecherche.
           if titreRecherche not = spaces
               perform listeRepresentationsTitre
           end-if.
           display "Date (AAAAMMJJ)    : " with no advancing.
           accept dateRecherche.
           move "N" to representationTrouveeFlag.
           if titreRecherche not = spaces
               perform chercheRepresentationTitreDate
               if representationTrouvee
                   perform afficheDisponibilite
               else
                   display "  Aucune representation a cette date "
                           "pour ce titre"
               end-if
           end-if.

       listeRepresentationsTitre.
      *****************************************
           move 0 to nbRepsTitre.
           move titreRecherche to titre.
           start FiSpectacle key is = titre
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform afficheRepresentationTitre
               until finErreurFiSpectacle
                   or titre not = titreRecherche.
           if nbRepsTitre = 0
               display "  Aucune representation pour ce titre"
           end-if.
           move "00" to fs-fiSpectacle.

       afficheRepresentationTitre.
      *****************************************
           add 1 to nbRepsTitre.
           perform chargeCapaciteRepresentation.
           move codeSpect to codeSpectTitreEd.
           move dateRepresentation to dateTitreEd.
           move numSalle to numSalleTitreEd.
           compute placesRestantes = nbPlaces(1)
               - nbReservations(1) - nbAllocations(1).
           move placesRestantes to resteTitre1Ed.
           compute placesRestantes = nbPlaces(2)
               - nbReservations(2) - nbAllocations(2).
           move placesRestantes to resteTitre2Ed.
           compute placesRestantes = nbPlaces(3)
               - nbReservations(3) - nbAllocations(3).
           move placesRestantes to resteTitre3Ed.
           display LigneRepresentationTitre.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       chercheRepresentationTitreDate.
      *****************************************
           move titreRecherche to titre.
           start FiSpectacle key is = titre
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform compareDateRepresentation
               until finErreurFiSpectacle
                   or titre not = titreRecherche
                   or representationTrouvee.
           move "00" to fs-fiSpectacle.

       compareDateRepresentation.
      *****************************************
           move dateRepresentation to dateRepresentationNum.
           if dateRepresentationNum = dateRecherche
               move "O" to representationTrouveeFlag
           else
               read FiSpectacle next
                   at end move "10" to fs-fiSpectacle
               end-read
           end-if.

       chargeCapaciteRepresentation.
      *****************************************
      *    capacites de la salle, recouvertes par la configuration
      *    de la representation comme a la vente
           move "N" to salleConnueFlag.
           move numSalle to salleIDLu.
           read FiSalle
               invalid key
                   perform varying iCategorie from 1 by 1
                           until iCategorie > 3
                       move 0 to nbPlaces(iCategorie)
                   end-perform
                   move 0 to placesAccessibles
               not invalid key
                   move "O" to salleConnueFlag
                   perform appliqueConfigRepresentation
           end-read.

       afficheDisponibilite.
      *****************************************
           display "  Titre : " titre.
           display "  Date  : " dateRepresentation
                   "  salle " numSalle.
           perform chargeCapaciteRepresentation.
           if not salleConnue
               display "  Salle inconnue de SALLE.REL"
           end-if.
           perform varying iCategorie from 1 by 1 until iCategorie > 3
               move libelleCategorie(iCategorie)
                   to libelleCategDispoEd
               move nbReservations(iCategorie)
                   to nbReservationsDispoEd
               move nbPlaces(iCategorie) to nbPlacesDispoEd
               move nbAllocations(iCategorie)
                   to nbAllocationsDispoEd
               compute placesRestantes = nbPlaces(iCategorie)
                   - nbReservations(iCategorie)
                   - nbAllocations(iCategorie)
               move placesRestantes to resteDispoEd
               display LigneDisponibilite
           end-perform.
           move nbReservationsAccessibles to nbAccessDispoEd.
           move placesAccessibles to placesAccessDispoEd.
           display LigneDispoAccessibles.

       controleCapaciteSaisie.
      *****************************************
      *    l'appelant garnit categControle et nbPlacesControle ; la
      *    representation est celle affichee. Un depassement est
      *    signale mais la transaction peut partir : la nuit la met
      *    en liste d'attente ou la rejette
           if representationTrouvee and saisieValide
                   and categControle >= 1 and categControle <= 3
               compute placesRestantes = nbPlaces(categControle)
                   - nbReservations(categControle)
                   - nbAllocations(categControle)
               if nbPlacesControle > placesRestantes
                   move placesRestantes to resteInsuffisantEd
                   display LigneCapaciteInsuffisante
               end-if
           end-if.

       saisieClient.
      *****************************************
      *    le client est relu des sa saisie ; un code inconnu sera
      *    cree par le traitement de nuit avec le nom saisi
           display "Code client        : " with no advancing.
           accept codeClientRecherche.
           move "N" to clientConnuFlag.
           if codeClientRecherche not = spaces
               move codeClientRecherche to codeClientMaster
               read FiClient
                   invalid key
                       display "  Client inconnu : cree par le "
                               "traitement de nuit"
                   not invalid key
                       move "O" to clientConnuFlag
                       display "  Client : " nomClientMaster
                       if clientEfface
                           display "  Attention : client efface"
                       end-if
                       if clientEnIncident
                           display "  Attention : incident de "
                                   "paiement en cours"
                       end-if
               end-read
           end-if.

       verifieGenreSaisi.
      *****************************************
      *    genre repute connu quand le referentiel n'est pas
      *    disponible, comme a la pre-edition
           move "O" to genreConnuFlag.
           if referentielGenresPresent
               move codeGenreRecherche to codeGenreRef
               read FiGenres
                   invalid key
                       move "N" to genreConnuFlag
                   not invalid key
                       display "  Genre : " libelleGenre
               end-read
           end-if.

      *****************************************
      *    ecrans de saisie, un par code de transaction
      *****************************************
       ecranAjout.
      *****************************************
      *    ajout d'un spectacle : la ligne 'N' puis une ligne par
      *    representation, ecrites d'un bloc a la confirmation
           display "Code genre         : " with no advancing.
           accept codeGenreNouv.
           if codeGenreNouv = spaces
               move 07 to raisonRefusSaisie
               perform refuseSaisie
           else
               move codeGenreNouv to codeGenreRecherche
               perform verifieGenreSaisi
               if genreInconnu
                   move 15 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           if saisieValide
               display "Titre              : " with no advancing
               accept titreNouv
               if titreNouv = spaces
                   move 02 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           if saisieValide
               move 0 to nbRepsNouv
               move "N" to finRepsNouvFlag
               perform saisieRepresentationNouv
                   until finRepsNouv or nbRepsNouv >= 20
               if nbRepsNouv = 0
                   display "Ajout sans representation"
               end-if
               perform confirmeTransaction
           end-if.

       saisieRepresentationNouv.
      *****************************************
      *    une date a zero termine la liste des representations
           display "Representation -- date (AAAAMMJJ, 0 = fin) : "
               with no advancing.
           accept dateRepSaisie.
           if dateRepSaisie = 0
               move "O" to finRepsNouvFlag
           else
               perform controleRepresentationNouv
           end-if.

       controleRepresentationNouv.
      *****************************************
           display "  Salle            : " with no advancing.
           accept numSalleSaisie.
           display "  Heure (HHMM)     : " with no advancing.
           accept heureSaisie.
           display "  Configuration    : " with no advancing.
           accept codeConfigSaisie.
           move dateRepSaisie to dateVerifiee.
           perform controleDateCalendrier.
           evaluate true
               when dateInvalide
                   display "  " libelleRaisonRefus(03)
               when numSalleSaisie = 0
                   display "  " libelleRaisonRefus(08)
               when heureSaisie > 2359
                       or heureSaisie(3:2) > "59"
                   display "  " libelleRaisonRefus(21)
               when codeConfigSaisie = spaces
                   display "  " libelleRaisonRefus(26)
               when other
                   perform retientRepresentationNouv
           end-evaluate.

       retientRepresentationNouv.
      *****************************************
           move numSalleSaisie to salleIDLu.
           read FiSalle
               invalid key
                   display "  Attention : salle inconnue de "
                           "SALLE.REL"
               not invalid key
                   display "  Salle : " nomSalle
                   move salleID to numSalleConfig
                   move codeConfigSaisie to codeConfigSalle
                   read FiConfigSalles
                       invalid key
                           display "  Attention : configuration "
                                   "inconnue pour cette salle"
                       not invalid key
                           display "  Configuration : "
                                   libelleConfigSalle
                   end-read
           end-read.
           add 1 to nbRepsNouv.
           move dateRepSaisie to dateRepNouv(nbRepsNouv).
           move numSalleSaisie to numSalleRepNouv(nbRepsNouv).
           move heureSaisie to heureRepNouv(nbRepsNouv).
           move codeConfigSaisie to codeConfigRepNouv(nbRepsNouv).

       ecranReservation.
      *****************************************
           perform saisieTitreDate.
           move titreRecherche to titreReserve.
           move dateRecherche to dateReserve.
           display "Categorie (1-3)    : " with no advancing.
           accept categReserve.
           display "Nombre de places   : " with no advancing.
           accept nbPlacesReserve.
           display "dont accessibles   : " with no advancing.
           accept nbPlacesAccessReserve.
           perform saisieClient.
           move codeClientRecherche to codeClient.
           display "Nom (vide = fiche) : " with no advancing.
           accept nomClient.
           if nomClient = spaces and clientConnu
               move nomClientMaster to nomClient
           end-if.
           display "Carnet (0 = aucun) : " with no advancing.
           accept numeroCarnetReserve.
           if titreReserve = spaces
               move 02 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
               move dateReserve to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           if saisieValide
                   and (categReserve < 1 or categReserve > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and nbPlacesReserve = 0
               move 05 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and codeClient = spaces
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
                   and nbPlacesAccessReserve > nbPlacesReserve
               move 14 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           move categReserve to categControle.
           move nbPlacesReserve to nbPlacesControle.
           perform controleCapaciteSaisie.
           perform confirmeTransaction.

       ecranAnnulation.
      *****************************************
      *    seul un superviseur peut proposer l'avoir a la place du
      *    remboursement, comme au guichet
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectacleAnnulation.
           display "Categorie (1-3)    : " with no advancing.
           accept categAnnulation.
           display "Nombre de places   : " with no advancing.
           accept nbPlacesAnnulation.
           display "dont accessibles   : " with no advancing.
           accept nbPlacesAccessAnnulation.
           display "Raison (1-4)       : " with no advancing.
           accept raisonAnnulation.
           perform saisieClient.
           move codeClientRecherche to codeClientAnnulation.
           move dateTraitementJour to dateAnnulation.
           move space to modeRemboursementAnnulation.
           if profilSuperviseur
               display "Avoir au lieu du remboursement (O/N) : "
                   with no advancing
               accept confirmationSaisie
               if confirmationSaisie = "O" or confirmationSaisie = "o"
                   move "A" to modeRemboursementAnnulation
               end-if
           end-if.
           if codeSpectacleAnnulation = spaces
               move 09 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
                   and (categAnnulation < 1 or categAnnulation > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and nbPlacesAnnulation = 0
               move 05 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
                   and (raisonAnnulation < 1 or raisonAnnulation > 4)
               move 10 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
                   and nbPlacesAccessAnnulation > nbPlacesAnnulation
               move 14 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           perform confirmeTransaction.

       ecranAnnulationMasse.
      *****************************************
      *    annulation de toutes les representations d'un titre : la
      *    liste montre ce qui sera annule avant confirmation
           display "Code genre         : " with no advancing.
           accept codeGenreAnnulationMasse.
           display "Titre              : " with no advancing.
           accept titreAnnulationMasse.
           if codeGenreAnnulationMasse = spaces
               move 07 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and titreAnnulationMasse not = spaces
               move titreAnnulationMasse to titreRecherche
               perform listeRepresentationsTitre
           end-if.
           perform confirmeTransaction.

       ecranPaiement.
      *****************************************
           perform saisieClient.
           move codeClientRecherche to codeClientPaiement.
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectPaiement.
           display "Date representation (0 = celle du spectacle) : "
               with no advancing.
           accept dateRepresentationPaiement.
           if dateRepresentationPaiement = 0 and representationTrouvee
               move dateRepresentation to dateRepresentationPaiement
           end-if.
           display "Montant (999.99)   : " with no advancing.
           accept montantPaiement.
           display "Mode (E C Q V A F P, vide = non precise) : "
               with no advancing.
           accept modePaiement.
           move 0 to numeroAvoirPaiement.
           if modePaiement = "A"
               display "Numero d'avoir     : " with no advancing
               accept numeroAvoirPaiement
           end-if.
           if codeClientPaiement = spaces
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and modePaiement not = spaces
                   and modePaiement not = "E"
                   and modePaiement not = "C"
                   and modePaiement not = "Q"
                   and modePaiement not = "V"
                   and modePaiement not = "A"
                   and modePaiement not = "F"
                   and modePaiement not = "P"
               move 20 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and modePaiement = "A"
                   and numeroAvoirPaiement = 0
               move 17 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           perform confirmeTransaction.

       ecranAbonnement.
      *****************************************
           perform saisieClient.
           move codeClientRecherche to codeClientAbo.
           display "Nom (vide = fiche) : " with no advancing.
           accept nomClientAbo.
           if nomClientAbo = spaces and clientConnu
               move nomClientMaster to nomClientAbo
           end-if.
           display "Code genre         : " with no advancing.
           accept codeGenreAbo.
           display "Categorie (1-3)    : " with no advancing.
           accept categAbo.
           display "Debut (AAAAMMJJ, 0 = aujourd'hui) : "
               with no advancing.
           accept dateDebutAbo.
           display "Echeances (vide ou 0-1 comptant, 2-9) : "
               with no advancing.
           accept nbEcheancesAbo.
           if codeClientAbo = spaces
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and codeGenreAbo = spaces
               move 07 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
               move codeGenreAbo to codeGenreRecherche
               perform verifieGenreSaisi
               if genreInconnu
                   move 15 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           if saisieValide and (categAbo < 1 or categAbo > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and dateDebutAbo not = 0
               move dateDebutAbo to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           if saisieValide and nbEcheancesAbo not = space
                   and nbEcheancesAbo is not numeric
               move 25 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           perform confirmeTransaction.

       ecranOption.
      *****************************************
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectHold.
           display "Categorie (1-3)    : " with no advancing.
           accept categHold.
           display "Nombre de places   : " with no advancing.
           accept nbPlacesHold.
           perform saisieClient.
           move codeClientRecherche to codeClientHold.
           display "Nom (vide = fiche) : " with no advancing.
           accept nomClientHold.
           if nomClientHold = spaces and clientConnu
               move nomClientMaster to nomClientHold
           end-if.
           display "Expiration (AAAAMMJJ) : " with no advancing.
           accept dateExpirationHold.
           if codeSpectHold = spaces
               move 09 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and (categHold < 1 or categHold > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and nbPlacesHold = 0
               move 05 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and codeClientHold = spaces
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
               move dateExpirationHold to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           move categHold to categControle.
           move nbPlacesHold to nbPlacesControle.
           perform controleCapaciteSaisie.
           perform confirmeTransaction.

       ecranConfirmation.
      *****************************************
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectConfirm.
           display "Categorie (1-3)    : " with no advancing.
           accept categConfirm.
           perform saisieClient.
           move codeClientRecherche to codeClientConfirm.
           if codeSpectConfirm = spaces
               move 09 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
                   and (categConfirm < 1 or categConfirm > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and codeClientConfirm = spaces
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           perform confirmeTransaction.

       ecranModification.
      *****************************************
      *    deplacement d'une representation : date, salle et
      *    configuration ; zero garde la valeur en place, la
      *    configuration est toujours renommee
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectModif.
           display "Nouvelle date (AAAAMMJJ, 0 = inchangee) : "
               with no advancing.
           accept dateRepresentationModif.
           display "Nouvelle salle (0 = inchangee)  : "
               with no advancing.
           accept numSalleModif.
           display "Configuration                   : "
               with no advancing.
           accept codeConfigModif.
           if codeSpectModif = spaces
               move 09 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and dateRepresentationModif not = 0
               move dateRepresentationModif to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           if saisieValide and dateRepresentationModif = 0
                   and numSalleModif = 0
                   and codeConfigModif = spaces
               move 13 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and codeConfigModif = spaces
               move 26 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           perform confirmeTransaction.

       ecranEchange.
      *****************************************
      *    la capacite montree est celle de la representation cible
           display "-- Representation d'origine".
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectEchange.
           display "-- Representation cible".
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectCibleEchange.
           display "Categorie (1-3)    : " with no advancing.
           accept categEchange.
           display "Nombre de places   : " with no advancing.
           accept nbPlacesEchange.
           perform saisieClient.
           move codeClientRecherche to codeClientEchange.
           if codeSpectEchange = spaces
                   or codeSpectCibleEchange = spaces
               move 09 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
                   and (categEchange < 1 or categEchange > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and nbPlacesEchange = 0
               move 05 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and codeClientEchange = spaces
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           move categEchange to categControle.
           move nbPlacesEchange to nbPlacesControle.
           perform controleCapaciteSaisie.
           perform confirmeTransaction.

       ecranAllocation.
      *****************************************
      *    blocage ('G') ou liberation ('L') de places hors vente ;
      *    seul le blocage consomme de la capacite
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectAlloc.
           display "Categorie (1-3)    : " with no advancing.
           accept categAlloc.
           display "Nombre de places   : " with no advancing.
           accept nbPlacesAlloc.
           if codeSpectAlloc = spaces
               move 09 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and (categAlloc < 1 or categAlloc > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and nbPlacesAlloc = 0
               move 05 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if codeMaj = "G"
               move categAlloc to categControle
               move nbPlacesAlloc to nbPlacesControle
               perform controleCapaciteSaisie
           end-if.
           perform confirmeTransaction.

       ecranContratGroupe.
      *****************************************
           perform saisieTitreDate.
           move titreRecherche to titreGroupe.
           move dateRecherche to dateGroupe.
           display "Categorie (1-3)    : " with no advancing.
           accept categGroupe.
           display "Nombre de places   : " with no advancing.
           accept nbPlacesGroupe.
           perform saisieClient.
           move codeClientRecherche to codeClientGroupe.
           display "Nom (vide = fiche) : " with no advancing.
           accept nomClientGroupe.
           if nomClientGroupe = spaces and clientConnu
               move nomClientMaster to nomClientGroupe
           end-if.
           display "Ratio accompagnateurs (0 = aucun) : "
               with no advancing.
           accept ratioAccompagnateursGroupe.
           display "Echeances (1-3)    : " with no advancing.
           accept nbEcheancesGroupe.
           if titreGroupe = spaces
               move 02 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
               move dateGroupe to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRefusSaisie
                   perform refuseSaisie
               end-if
           end-if.
           if saisieValide
                   and (categGroupe < 1 or categGroupe > 3)
               move 04 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and nbPlacesGroupe = 0
               move 05 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and codeClientGroupe = spaces
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide
                   and (nbEcheancesGroupe < 1
                       or nbEcheancesGroupe > 3)
               move 19 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           move categGroupe to categControle.
           move nbPlacesGroupe to nbPlacesControle.
           perform controleCapaciteSaisie.
           perform confirmeTransaction.

       ecranTransfert.
      *****************************************
           perform saisieCodeSpect.
           move codeSpectRecherche to codeSpectTransfert.
           move 0 to dateRepresentationTransfert.
           if representationTrouvee
               move dateRepresentation to dateRepresentationTransfert
           end-if.
           display "-- Client cedant".
           perform saisieClient.
           move codeClientRecherche to codeClientCedant.
           display "-- Client beneficiaire".
           perform saisieClient.
           move codeClientRecherche to codeClientBeneficiaire.
           display "Nom (vide = fiche) : " with no advancing.
           accept nomClientBeneficiaire.
           if nomClientBeneficiaire = spaces and clientConnu
               move nomClientMaster to nomClientBeneficiaire
           end-if.
           if codeSpectTransfert = spaces
               move 09 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           if saisieValide and (codeClientCedant = spaces
                   or codeClientBeneficiaire = spaces
                   or codeClientCedant = codeClientBeneficiaire)
               move 06 to raisonRefusSaisie
               perform refuseSaisie
           end-if.
           perform confirmeTransaction.

      *****************************************
      *    envoi dans la file d'entree
      *****************************************
       refuseSaisie.
      *****************************************
           move "N" to saisieValideFlag.
           display "Saisie refusee : "
                   libelleRaisonRefus(raisonRefusSaisie).

       confirmeTransaction.
      *****************************************
           if saisieInvalide
               add 1 to nbTransactionsAbandonnees
           else
               display "Transmettre la transaction (O/N) : "
                   with no advancing
               accept confirmationSaisie
               if confirmationSaisie = "O" or confirmationSaisie = "o"
                   perform ecritTransactionSaisie
               else
                   display "Transaction abandonnee"
                   add 1 to nbTransactionsAbandonnees
               end-if
           end-if.

       ecritTransactionSaisie.
      *****************************************
      *    la file est ouverte le temps d'une transaction : les
      *    representations d'un ajout suivent leur ligne 'N' sans
      *    qu'une autre saisie puisse s'intercaler
           move space to canalMaj.
           move codeOperateur to codeOperateurMaj.
           OPEN EXTEND FiMajEntree.
           write EnregMAJ.
           add 1 to nbLignesEcrites.
           if codeMaj = "N"
               move codeGenreNouv to codeGenreRecherche
               perform ecritRepresentationNouv
                   varying iRepNouv from 1 by 1
                   until iRepNouv > nbRepsNouv
           end-if.
           CLOSE FiMajEntree.
           add 1 to nbTransactionsTransmises.
           if transactionPrivilegiee
               perform journaliseSaisiePrivilegiee
           end-if.
           display "Transaction transmise au traitement de nuit".

       ecritRepresentationNouv.
      *****************************************
           move spaces to EnregMAJ.
           move codeGenreRecherche to codeGenreNouveau.
           move dateRepNouv(iRepNouv) to dateRepresentationNouveau.
           move numSalleRepNouv(iRepNouv) to numSalleNouveau.
           move heureRepNouv(iRepNouv) to heureRepresentationNouveau.
           move codeConfigRepNouv(iRepNouv) to codeConfigNouveau.
           move codeOperateur to codeOperateurMaj.
           write EnregMAJ.
           add 1 to nbLignesEcrites.

       journaliseSaisiePrivilegiee.
      *****************************************
           OPEN EXTEND FiJournalActions.
           move codeOperateur to codeOperateurAction.
           move spaces to actionJournalisee.
           string "SAISIE MAJ " codeMaj
               delimited by size into actionJournalisee
           end-string.
           move informationsAction to cibleAction.
           accept dateAction from date YYYYMMDD.
           accept heureAction from time.
           write EnregJournalAction.
           CLOSE FiJournalActions.

       controleDateCalendrier.
      *****************************************
      *    verifie qu'une date AAAAMMJJ existe vraiment au
      *    calendrier gregorien, annees bissextiles comprises
           move "O" to dateValideFlag.
           if dateVerifiee is not numeric or dateVerifiee = 0
               move "N" to dateValideFlag
           else
               move dateVerifiee(1:4) to anneeVerifiee
               move dateVerifiee(5:2) to moisVerifie
               move dateVerifiee(7:2) to jourVerifie
               if anneeVerifiee < 1900 or anneeVerifiee > 2099
                       or moisVerifie < 1 or moisVerifie > 12
                       or jourVerifie < 1
                   move "N" to dateValideFlag
               else
                   perform calculeJourMaxMois
                   if jourVerifie > jourMaxMois
                       move "N" to dateValideFlag
                   end-if
               end-if
           end-if.

       calculeJourMaxMois.
      *****************************************
           evaluate moisVerifie
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                   move 31 to jourMaxMois
               when 4 when 6 when 9 when 11
                   move 30 to jourMaxMois
               when 2
                   move 28 to jourMaxMois
                   divide anneeVerifiee by 4
                       giving quotientBissextile
                       remainder resteBissextile
                   if resteBissextile = 0
                       move 29 to jourMaxMois
                       divide anneeVerifiee by 100
                           giving quotientBissextile
                           remainder resteBissextile
                       if resteBissextile = 0
                           divide anneeVerifiee by 400
                               giving quotientBissextile
                               remainder resteBissextile
                           if resteBissextile not = 0
                               move 28 to jourMaxMois
                           end-if
                       end-if
                   end-if
               when other
                   move 28 to jourMaxMois
           end-evaluate.

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

       ecritBilanSaisie.
      *****************************************
           move nbTransactionsTransmises to nbTransactionsTransmisesEd.
           move nbLignesEcrites to nbLignesEcritesEd.
           move nbTransactionsAbandonnees
               to nbTransactionsAbandonneesEd.
           display LigneBilanTransmises.
           display LigneBilanLignesEcrites.
           display LigneBilanAbandonnees.

       end program SaisieMaj.
