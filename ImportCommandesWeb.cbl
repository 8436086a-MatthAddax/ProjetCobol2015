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
               88 clientInactif        value "I".
               88 clientFusionne       value "F".
               88 clientEfface         value "E".
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
       FD FiCommandesReg.
      *    registre des numeros de commande deja integres : un
      *    fichier renvoye deux fois par le site ne peut pas
           02 numeroCommandeReg            pic x(10).
           02 dateIntegrationReg           pic 9(8).
       FD FiMajSortie.
       01 EnregMajSortie                   pic x(77).
       FD FiRejetsCommandes.
       01 EnregRejetCommande.
           02 codeErreurRejetCommande      pic x(2).
           02 codeClientWeb                pic x(6).
           02 nomClientWeb                 pic x(20).
           02 nbPlacesAccessWeb            pic xx VALUE SPACES.
           02 numeroCarnetWeb              pic x(6) VALUE SPACES.
           02 canalMajWeb                  pic x VALUE "W".
       01 LibellesErreurCommande.
           02 libelleErreurCommande01      pic x(42)
               VALUE "Numero de commande absent".
      *    maitre des clients, converties en transactions 'R' pour
      *    la pre-edition, et les numeros de commande deja vus sont
      *    ecartes pour qu'un fichier renvoye ne double pas les
      *    reservations ; chaque transaction porte le canal "W" pour
      *    que la vente reste attribuee au site
           OPEN INPUT FiCommandesCsv FiSpectacle FiClient.
           OPEN I-O FiCommandesReg.
           OPEN EXTEND FiMajSortie.
