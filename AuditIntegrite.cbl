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
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiOptions.
       01 EnregOption.
           02 seqOption                    pic 9(5).
