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
               88 clientFusionne       value "F".
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiCreances.
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
           02 montantCreance               pic 9(5)v99.
           02 dateMouvementCreance         pic 9(8).
           02 modeReglementCreance         pic x.
           02 canalVenteCreance            pic x.
           02 dateReglementRejeteCreance   pic 9(8).
           02 sensReporteCreance           pic x.
       FD FiControles.
      *    memes totaux de controle que le traitement de nuit :
      *    verifies a l'ouverture, reecrits a la fermeture
