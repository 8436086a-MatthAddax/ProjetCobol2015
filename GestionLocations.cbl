              organization is line sequential
              file status is fs-fiControles.

          select optional FiClotures
              assign "../Fichiers/clotureCreances.seq"
              organization is line sequential
              file status is fs-fiClotures.

          select FiRejetsLocations
              assign "../Fichiers/locationsRejets.seq"
              organization is line sequential.
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
       FD FiTarifsLocation.
      *    bareme de location par salle : prix par jour, supplement
      *    par jour pour le personnel technique
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
       FD FiIndisponibilites.
       01 EnregIndispo.
           02 numSalleIndispoLu            pic 9(2).
           02 dateDebutIndispoLu           pic 9(8).
           02 dateFinIndispoLu             pic 9(8).
           02 motifIndispoLu               pic x(30).
       FD FiClotures.
       01 EnregCloture.
           02 periodeCloture               pic 9(6).
           02 dateFinPeriodeCloture        pic 9(8).
           02 dateExecutionCloture         pic 9(8).
           02 nbMouvementsArchivesCloture  pic 9(7).
           02 nbReportsCloture             pic 9(7).
           02 totalDebitCloture            pic 9(9)v99.
           02 totalCreditCloture           pic 9(9)v99.
       FD FiControles.
      *    memes totaux de controle que le traitement de nuit :
      *    verifies a l'ouverture, reecrits a la fermeture
           88 finFiTarifsLocation   VALUE "10".
       77 fs-fiCreances                    pic x(2).
       77 fs-fiIndisponibilites            pic x(2).
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 dateEcritureCreance              pic 9(8).
       77 salleIDLu                        pic 9(2).
       77 numeroContratSuivant             pic 9(5).
       77 locationValide                   pic x.
           OPEN I-O FiLocations FiClient.
           OPEN INPUT FiSalle.
           OPEN EXTEND FiCreances FiIndisponibilites.
           move 0 to dateReglementRejeteCreance.
           move space to sensReporteCreance.
           OPEN OUTPUT FiRejetsLocations.

           perform verifieControlesFichiers.

           perform chargerTarifsLocation.
           perform initNumeroContrat.
           perform lireClotureCreances.

           read FiLocationsEntree
               at end move "10" to fs-fiLocationsEntree
                   end-read
           end-start.

       lireClotureCreances.
      *****************************************
      *    la facture s'ecrit au grand livre a la date machine,
      *    refusee si elle tombe dans une periode deja close
           OPEN INPUT FiClotures.
           if fs-fiClotures = "00"
               read FiClotures
                   at end move "10" to fs-fiClotures
               end-read
               perform noteClotureCreances until finFiClotures
           end-if.
           CLOSE FiClotures.
           accept dateEcritureCreance from date YYYYMMDD.

       noteClotureCreances.
      *****************************************
           if dateFinPeriodeCloture > dateFinClotureCreances
               move dateFinPeriodeCloture to dateFinClotureCreances
           end-if.
           read FiClotures
               at end move "10" to fs-fiClotures
           end-read.

       integreLocation.
      *****************************************
           add 1 to nbLocationsLues.
       valideLocationEntree.
      *****************************************
      *    01 client absent, 02 salle inconnue, 03 periode
      *    incoherente, 04 montant au-dela du grand livre, 05 date
      *    d'ecriture dans une periode close du grand livre
           move "O" to locationValide.
           if codeClientLocEntree = spaces
               move "N" to locationValide
               move "N" to locationValide
               move "03" to codeErreurRejetLoc
           end-if.
           if valideLocation
                   and dateEcritureCreance <= dateFinClotureCreances
               move "N" to locationValide
               move "05" to codeErreurRejetLoc
           end-if.

       factureLocation.
      *****************************************
                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key continue
                   end-write
           move montantLocationCalcule to montantCreance.
           accept dateMouvementCreance from date YYYYMMDD.
           move space to modeReglementCreance.
           move "B" to canalVenteCreance.
           write EnregCreance.

       ecritIndispoLocation.
