              organization is line sequential
              file status is fs-fiCreances.

          select optional FiPoints
              assign "../Fichiers/POINTS.IND"
              organization is indexed access mode is dynamic
              record key is codeClientPoints
                  file status is fs-fiPoints.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
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
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiOptions.
       01 EnregOption.
           02 seqOption                    pic 9(5).
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
           02 dateReglementRejeteCreance   pic 9(8).
           02 sensReporteCreance           pic x.
       FD FiPoints.
       01 EnregPoints.
           02 codeClientPoints             pic x(6).
           02 soldePoints                  pic 9(7).
           02 cumulPointsAcquis            pic 9(9).
           02 cumulPointsUtilises          pic 9(9).
           02 cumulPointsExpires           pic 9(9).
           02 dateDernierMouvementPoints   pic 9(8).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiPoints                      pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 codeClientSaisi                  pic x(6).
       77 iClientSolde                     pic 9(4).
           02                              pic x VALUE ")".
       01 LigneCoordonneesFiche.
           02                              pic x(9) VALUE "Adresse: ".
           02 rueFicheEd                   pic x(38).
           02                              pic x(3) VALUE SPACES.
           02 telephoneFicheEd             pic x(12).
       01 LigneCommuneFiche.
           02                              pic x(9) VALUE SPACES.
           02 codePostalFicheEd            pic x(5).
           02                              pic x VALUE SPACE.
           02 communeFicheEd               pic x(30).
           02                              pic x VALUE SPACE.
           02 paysFicheEd                  pic x(2).
       01 LigneSoldeFiche.
           02                              pic x(24)
               VALUE "Solde du compte       : ".
           02 soldeFicheEd                 pic -zzzzz9,99.
       01 LignePointsFiche.
           02                              pic x(24)
               VALUE "Points de fidelite    : ".
           02 soldePointsFicheEd           pic zzzzzz9.
           02                              pic x(11)
               VALUE "  acquis : ".
           02 cumulAcquisFicheEd           pic zzzzzzzz9.
           02                              pic x(13)
               VALUE "  utilises : ".
           02 cumulUtilisesFicheEd         pic zzzzzzzz9.
       01 LigneResaFiche.
           02 numeroResaFicheEd            pic zz9.
           02                              pic x(2) VALUE ". ".
      *----------------------------------------
      *    fiche client 360 pour le service des appels : identite,
      *    reservations passees et a venir avec leurs sieges, solde
      *    du compte et points de fidelite, options en cours et
      *    positions en liste d'attente -- en un seul ecran au lieu
      *    de cinq sorties
           OPEN INPUT FiClient FiResaClient FiSieges FiOptions
                      FiListeAttente FiCreances FiPoints.

           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementFiche.
               until codeClientSaisi = spaces.

           CLOSE FiClient FiResaClient FiSieges FiOptions
                 FiListeAttente FiCreances FiPoints.
           STOP RUN.

       lireParamTraitementFiche.

       cumuleSoldeClient.
      *****************************************
      *    un report a nouveau de cloture se lit comme le sens
      *    d'origine des mouvements qu'il remplace
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           perform varying iClientSolde from 1 by 1
                   until iClientSolde > nbClientsSolde
                       or codeClientSolde(iClientSolde)
               move nbClientsSolde to iClientSolde
           end-if.
           if iClientSolde <= nbClientsSolde
               if creanceFacturation or creanceRejetPaiement
                   add montantCreance to soldeClient(iClientSolde)
               else
                   subtract montantCreance
                   not invalid key
                       perform afficheIdentiteFiche
                       perform afficheSoldeFiche
                       perform affichePointsFiche
                       perform listeResasFiche
                       perform listeOptionsFiche
                       perform listeAttentesFiche
           move nomClientMaster to nomClientFicheEd.
           move etatClientMaster to etatClientFicheEd.
           display LigneIdentiteFiche.
           if clientEnIncident
               display "Incident de paiement : ni cheque ni vente "
                       "a terme"
           end-if.
           move rueClientMaster to rueFicheEd.
           move telephoneClientMaster to telephoneFicheEd.
           display LigneCoordonneesFiche.
           move codePostalClientMaster to codePostalFicheEd.
           move communeClientMaster to communeFicheEd.
           move paysClientMaster to paysFicheEd.
           display LigneCommuneFiche.

       afficheSoldeFiche.
      *****************************************
           move soldeClientFiche to soldeFicheEd.
           display LigneSoldeFiche.

       affichePointsFiche.
      *****************************************
      *    compte de points de fidelite, s'il est ouvert
           move codeClientSaisi to codeClientPoints.
           read FiPoints
               invalid key continue
               not invalid key
                   move soldePoints to soldePointsFicheEd
                   move cumulPointsAcquis to cumulAcquisFicheEd
                   move cumulPointsUtilises to cumulUtilisesFicheEd
                   display LignePointsFiche
           end-read.

       listeResasFiche.
      *****************************************
      *    un seul parcours de la cle alternative codeClientRef
