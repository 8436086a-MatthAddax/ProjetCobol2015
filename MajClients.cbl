              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiMandats
              assign "../Fichiers/MANDATS.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMandat
                  file status is fs-fiMandats.

          select optional FiCodesPostaux
              assign "../Fichiers/CODESPOSTAUX.IND"
              organization is indexed access mode is dynamic
              record key is cleCodePostal
                  file status is fs-fiCodesPostaux.

          select optional FiConsentements
              assign "../Fichiers/CONSENTEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is cleConsentement
                  file status is fs-fiConsentements.

          select FiMajClients assign "../Fichiers/majClients.seq"
              organization is line sequential
              file status is fs-fiMajClients.
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
               88 emailInvalide        value "O".
       FD FiMajClients.
       01 EnregMajClient.
           02 codeMajClient                pic x.
               88 majClientModif       value "M".
               88 majClientSortie      value "S".
               88 majClientRetour      value "A".
               88 majClientLeveeIncident value "L".
               88 majClientMandat      value "P".
               88 majClientRevocation  value "R".
               88 majClientConsentement value "K".
           02 codeClientMaj                pic x(6).
           02 coordonneesClientMaj.
               03 nomClientMaj             pic x(20).
               03 adresseClientMaj.
                   04 rueClientMaj         pic x(38).
                   04 codePostalClientMaj  pic x(5).
                   04 communeClientMaj     pic x(30).
                   04 paysClientMaj        pic x(2).
               03 telephoneClientMaj       pic x(12).
               03 emailClientMaj           pic x(40).
           02 REDEFINES coordonneesClientMaj.
               03 referenceMandatMaj       pic x(35).
               03 ibanMandatMaj            pic x(34).
               03 bicMandatMaj             pic x(11).
               03 dateSignatureMandatMaj   pic x(8).
               03 REDEFINES dateSignatureMandatMaj.
                   04 anneeSignatureMaj    pic 9(4).
                   04 moisSignatureMaj     pic 99.
                   04 jourSignatureMaj     pic 99.
           02 REDEFINES coordonneesClientMaj.
               03 canalConsentMaj          pic x.
               03 natureConsentMaj         pic x.
               03 accordConsentMaj         pic x.
               03 dateConsentMaj           pic x(8).
               03 REDEFINES dateConsentMaj.
                   04 anneeConsentMaj      pic 9(4).
                   04 moisConsentMaj       pic 99.
                   04 jourConsentMaj       pic 99.
               03 origineConsentMaj        pic x(10).
       FD FiCodesPostaux.
       01 EnregCodePostal.
           02 cleCodePostal.
               03 codePostalRef            pic x(5).
               03 communeRef               pic x(30).
           02 departementRef               pic x(3).
           02 distanceKmRef                pic 9(4).
       FD FiConsentements.
      *    consentement du client par canal (courrier, courriel,
      *    SMS) et par nature d'envoi (service ou marketing) : le
      *    dernier accord ou refus recueilli, sa date et son origine
      *    (guichet, site web, formulaire...)
       01 EnregConsentement.
           02 cleConsentement.
               03 codeClientConsent        pic x(6).
               03 canalConsent             pic x.
                   88 canalConsentValide   values "P" "E" "S".
               03 natureConsent            pic x.
                   88 natureConsentValide  values "S" "M".
           02 accordConsent                pic x.
               88 consentementDonne    value "O".
               88 consentementRefuse   value "N".
           02 dateConsent                  pic 9(8).
           02 origineConsent               pic x(10).
       FD FiMandats.
      *    mandat de prelevement du client : un seul par client, un
      *    nouveau mandat remplace le precedent ; la date du dernier
      *    prelevement distingue le premier passage des suivants
       01 EnregMandat.
           02 codeClientMandat             pic x(6).
           02 referenceMandat              pic x(35).
           02 ibanMandat                   pic x(34).
           02 bicMandat                    pic x(11).
           02 dateSignatureMandat          pic 9(8).
           02 etatMandat                   pic x.
               88 mandatActif          value "A".
               88 mandatRevoque        value "R".
           02 dateRevocationMandat         pic 9(8).
           02 dateDernierPrelevement       pic 9(8).
       FD FiRejetsClients.
       01 EnregRejetClient.
           02 codeErreurRejetClient        pic x(2).
           02 descriptionRejetClient       pic x(42).
           02 ligneRejetClient             pic x(154).

       FD FiControles.
      *    memes totaux de controle que le traitement de nuit :
           02 hashTrouveEd                 pic zzzzzzzzzzzzzz9.
       77 fs-fiClient                      pic x(2).
           88 finErreurFiClient    VALUES "10" THRU "99".
       77 fs-fiMandats                     pic x(2).
       77 fs-fiCodesPostaux                pic x(2).
       77 fs-fiConsentements               pic x(2).
       77 nbConsentementsEnregistres       pic 9(5) value 0.
       77 referentielPostalFlag            pic x value "N".
           88 referentielPostalPresent VALUE "O".
       77 adresseValideFlag                pic x.
           88 adresseValide        VALUE "O".
           88 adresseInvalide      VALUE "N".
       01 minusculesCommune                pic x(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 majusculesCommune                pic x(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 nbMandatsPoses                   pic 9(5) value 0.
       77 nbMandatsRevoques                pic 9(5) value 0.
       77 longueurIban                     pic 99.
       77 iCarIban                         pic 99.
       77 posCarIban                       pic 99.
       77 valeurCarIban                    pic 99.
       77 iLettreIban                      pic 99.
       77 cumulIban                        pic 9(5).
       77 quotientIban                     pic 9(5).
       77 resteIban                        pic 99.
       77 ibanValideFlag                   pic x.
           88 ibanValide           VALUE "O".
           88 ibanInvalide         VALUE "N".
       01 carIban                          pic x.
       01 REDEFINES carIban.
           02 chiffreIban                  pic 9.
       01 alphabetIban                     pic x(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 fs-fiMajClients                  pic x(2).
           88 finFiMajClients      VALUE "10".
       77 nbMajClientsLues                 pic 9(5) value 0.
               VALUE "Client inconnu du fichier maitre".
           02 libelleErreurClient05        pic x(42)
               VALUE "Nom obligatoire a la creation".
           02 libelleErreurClient06        pic x(42)
               VALUE "Reference de mandat absente".
           02 libelleErreurClient07        pic x(42)
               VALUE "IBAN invalide (cle de controle)".
           02 libelleErreurClient08        pic x(42)
               VALUE "Date de signature du mandat invalide".
           02 libelleErreurClient09        pic x(42)
               VALUE "Aucun mandat actif pour ce client".
           02 libelleErreurClient10        pic x(42)
               VALUE "Code postal ou commune hors referentiel".
           02 libelleErreurClient11        pic x(42)
               VALUE "Canal ou nature de consentement invalide".
           02 libelleErreurClient12        pic x(42)
               VALUE "Accord (O/N) ou date de consentement faux".
       01 REDEFINES LibellesErreurClient.
           02 libelleErreurClient          pic x(42) OCCURS 12.
       77 codeErreurClientNum              pic 99.
       01 LigneBilanMajClientsLues.
           02                              pic x(35)
           02                              pic x(35)
               VALUE "Transactions rejetees           : ".
           02 nbMajClientsRejeteesEd       pic zzzz9.
       01 LigneBilanMandatsPoses.
           02                              pic x(35)
               VALUE "Mandats de prelevement poses    : ".
           02 nbMandatsPosesEd             pic zzzz9.
       01 LigneBilanMandatsRevoques.
           02                              pic x(35)
               VALUE "Mandats de prelevement revoques : ".
           02 nbMandatsRevoquesEd          pic zzzz9.
       01 LigneBilanConsentements.
           02                              pic x(35)
               VALUE "Consentements enregistres       : ".
           02 nbConsentementsEd            pic zzzz9.

       procedure division.
      *========================================
      *----------------------------------------
           perform prendreVerrou.
           OPEN I-O FiClient.
           OPEN I-O FiMandats.
           OPEN I-O FiConsentements.
           OPEN INPUT FiCodesPostaux.
           if fs-fiCodesPostaux = "00"
               move "O" to referentielPostalFlag
           else
               display "Referentiel des codes postaux absent : "
                       "adresses enregistrees sans controle"
           end-if.
           OPEN INPUT FiMajClients.
           OPEN OUTPUT FiRejetsClients.

               display "Controles d'integrite en echec : mise a "
                       "jour clients refusee, restaurer le fichier "
                       "endommage"
               CLOSE FiClient FiMandats FiConsentements FiCodesPostaux
                     FiMajClients FiRejetsClients
               perform libererVerrou
               move 8 to return-code
               STOP RUN

           perform ecritControlesFichiers.

           CLOSE FiClient FiMandats FiConsentements FiCodesPostaux
                 FiMajClients FiRejetsClients.
           perform libererVerrou.
           STOP RUN.

                       perform desactivationClient
                   when majClientRetour
                       perform reactivationClient
                   when majClientLeveeIncident
                       perform leveeIncidentClient
                   when majClientMandat
                       perform poseMandatClient
                   when majClientRevocation
                       perform revocationMandatClient
                   when majClientConsentement
                       perform consentementClient
                   when other
                       move 01 to codeErreurClientNum
                       perform rejetteMajClient

       creationClient.
      *****************************************
           perform controleAdresseClient.
           evaluate true
               when nomClientMaj = spaces
                   move 05 to codeErreurClientNum
                   perform rejetteMajClient
               when adresseInvalide
                   move 10 to codeErreurClientNum
                   perform rejetteMajClient
               when other
                   move codeClientMaj to codeClientMaster
                   move nomClientMaj to nomClientMaster
                   move adresseClientMaj to adresseClientMaster
                   move telephoneClientMaj to telephoneClientMaster
                   move emailClientMaj to emailClientMaster
                   move "A" to etatClientMaster
                   move "N" to incidentPaiementClient
                   move "N" to emailInvalideClient
                   write EnregClient
                       invalid key
                           move 03 to codeErreurClientNum
                           perform rejetteMajClient
                       not invalid key
                           add 1 to nbClientsCrees
                   end-write
           end-evaluate.

       modificationClient.
      *****************************************
      *    la valeur du fichier maitre, pour corriger un nom sans
      *    avoir a ressaisir toutes les coordonnees ; l'etat du
      *    client n'est pas touche, la reactivation passe par une
      *    transaction 'A' explicite ; une adresse saisie remplace
      *    l'adresse entiere (rue, code postal, commune, pays)
           perform controleAdresseClient.
           if adresseInvalide
               move 10 to codeErreurClientNum
               perform rejetteMajClient
           else
               perform appliqueModificationClient
           end-if.

       appliqueModificationClient.
      *****************************************
           move codeClientMaj to codeClientMaster.
           read FiClient
               invalid key
                           to telephoneClientMaster
                   end-if
                   if emailClientMaj not = spaces
                       if emailClientMaj not = emailClientMaster
                           move "N" to emailInvalideClient
                       end-if
                       move emailClientMaj to emailClientMaster
                   end-if
                   rewrite EnregClient
                   end-rewrite
           end-read.

       controleAdresseClient.
      *****************************************
      *    l'adresse saisie est controlee au referentiel des codes
      *    postaux : pour la France (pays a blanc ou FR) le couple
      *    code postal + commune doit y figurer ; une commune a
      *    blanc prend la premiere commune du code ; les adresses a
      *    l'etranger ne sont pas controlees
           move "O" to adresseValideFlag.
           if adresseClientMaj not = spaces
               inspect communeClientMaj
                   converting minusculesCommune to majusculesCommune
               if paysClientMaj = spaces
                   move "FR" to paysClientMaj
               end-if
               if paysClientMaj = "FR" and referentielPostalPresent
                   perform chercheCodePostalClient
               end-if
           end-if.

       chercheCodePostalClient.
      *****************************************
           if codePostalClientMaj is not numeric
               move "N" to adresseValideFlag
           else
               if communeClientMaj = spaces
                   move codePostalClientMaj to codePostalRef
                   move low-values to communeRef
                   start FiCodesPostaux key is >= cleCodePostal
                       invalid key move "N" to adresseValideFlag
                       not invalid key
                           read FiCodesPostaux next
                               at end move "N" to adresseValideFlag
                           end-read
                   end-start
                   if adresseValide
                       if codePostalRef = codePostalClientMaj
                           move communeRef to communeClientMaj
                       else
                           move "N" to adresseValideFlag
                       end-if
                   end-if
               else
                   move codePostalClientMaj to codePostalRef
                   move communeClientMaj to communeRef
                   read FiCodesPostaux
                       invalid key move "N" to adresseValideFlag
                   end-read
               end-if
           end-if.

       desactivationClient.
      *****************************************
      *    le client n'est pas supprime : son historique de
                   end-rewrite
           end-read.

       leveeIncidentClient.
      *****************************************
      *    l'incident de paiement pose par un reglement rejete ne
      *    retombe pas de lui-meme : il est leve ici une fois la
      *    situation du client regularisee
           move codeClientMaj to codeClientMaster.
           read FiClient
               invalid key
                   move 04 to codeErreurClientNum
                   perform rejetteMajClient
               not invalid key
                   move "N" to incidentPaiementClient
                   rewrite EnregClient
                       invalid key
                           move 04 to codeErreurClientNum
                           perform rejetteMajClient
                       not invalid key
                           add 1 to nbClientsModifies
                   end-rewrite
           end-read.

       poseMandatClient.
      *****************************************
      *    mandat de prelevement signe par un client connu : la
      *    reference unique du mandat, l'IBAN a cle de controle
      *    juste et la date de signature sont exiges ; un nouveau
      *    mandat remplace le precedent et repart en premier passage
           move codeClientMaj to codeClientMaster.
           read FiClient
               invalid key
                   move 04 to codeErreurClientNum
                   perform rejetteMajClient
               not invalid key
                   perform controleMandatClient
           end-read.

       controleMandatClient.
      *****************************************
           perform controleIban.
           evaluate true
               when referenceMandatMaj = spaces
                   move 06 to codeErreurClientNum
                   perform rejetteMajClient
               when ibanInvalide
                   move 07 to codeErreurClientNum
                   perform rejetteMajClient
               when dateSignatureMandatMaj is not numeric
                   move 08 to codeErreurClientNum
                   perform rejetteMajClient
               when moisSignatureMaj < 1 or moisSignatureMaj > 12
                       or jourSignatureMaj < 1
                       or jourSignatureMaj > 31
                   move 08 to codeErreurClientNum
                   perform rejetteMajClient
               when other
                   perform ecritMandatClient
           end-evaluate.

       ecritMandatClient.
      *****************************************
           move codeClientMaj to codeClientMandat.
           read FiMandats
               invalid key
                   perform garnitMandatClient
                   write EnregMandat
                       invalid key continue
                   end-write
               not invalid key
                   perform garnitMandatClient
                   rewrite EnregMandat
                       invalid key continue
                   end-rewrite
           end-read.
           add 1 to nbMandatsPoses.

       garnitMandatClient.
      *****************************************
           move referenceMandatMaj to referenceMandat.
           move ibanMandatMaj to ibanMandat.
           move bicMandatMaj to bicMandat.
           move dateSignatureMandatMaj to dateSignatureMandat.
           move "A" to etatMandat.
           move 0 to dateRevocationMandat.
           move 0 to dateDernierPrelevement.

       controleIban.
      *****************************************
      *    controle modulo 97 de l'IBAN : les quatre premiers
      *    caracteres passent en fin, chaque lettre vaut son rang
      *    plus neuf (A = 10), le reste de la division doit valoir 1
           move "N" to ibanValideFlag.
           move 0 to longueurIban.
           inspect ibanMandatMaj tallying longueurIban
               for characters before initial space.
           if longueurIban >= 15
                   and ibanMandatMaj(1:2) is alphabetic
                   and ibanMandatMaj(3:2) is numeric
               move "O" to ibanValideFlag
               move 0 to resteIban
               perform cumuleCarIban
                   varying iCarIban from 1 by 1
                   until iCarIban > longueurIban or ibanInvalide
               if resteIban not = 1
                   move "N" to ibanValideFlag
               end-if
           end-if.

       cumuleCarIban.
      *****************************************
           compute posCarIban = iCarIban + 4.
           if posCarIban > longueurIban
               subtract longueurIban from posCarIban
           end-if.
           move ibanMandatMaj(posCarIban:1) to carIban.
           if carIban is numeric
               compute cumulIban = resteIban * 10 + chiffreIban
           else
               move 0 to valeurCarIban
               perform varying iLettreIban from 1 by 1
                       until iLettreIban > 26 or valeurCarIban > 0
                   if alphabetIban(iLettreIban:1) = carIban
                       add 9 to iLettreIban giving valeurCarIban
                   end-if
               end-perform
               if valeurCarIban = 0
                   move "N" to ibanValideFlag
               end-if
               compute cumulIban = resteIban * 100 + valeurCarIban
           end-if.
           divide cumulIban by 97 giving quotientIban
               remainder resteIban.

       revocationMandatClient.
      *****************************************
      *    le mandat revoque est conserve pour la trace des
      *    prelevements deja emis, mais n'en porte plus de nouveaux
           move codeClientMaj to codeClientMandat.
           read FiMandats
               invalid key
                   move 09 to codeErreurClientNum
                   perform rejetteMajClient
               not invalid key
                   if mandatActif
                       move "R" to etatMandat
                       accept dateRevocationMandat from date YYYYMMDD
                       rewrite EnregMandat
                           invalid key continue
                       end-rewrite
                       add 1 to nbMandatsRevoques
                   else
                       move 09 to codeErreurClientNum
                       perform rejetteMajClient
                   end-if
           end-read.

       consentementClient.
      *****************************************
      *    accord ou refus du client pour un canal et une nature
      *    d'envoi : le dernier recueilli remplace le precedent ;
      *    une date a blanc prend la date du jour
           move codeClientMaj to codeClientMaster.
           read FiClient
               invalid key
                   move 04 to codeErreurClientNum
                   perform rejetteMajClient
               not invalid key
                   perform controleConsentementClient
           end-read.

       controleConsentementClient.
      *****************************************
           move canalConsentMaj to canalConsent.
           move natureConsentMaj to natureConsent.
           move accordConsentMaj to accordConsent.
           if dateConsentMaj = spaces
               accept dateConsentMaj from date YYYYMMDD
           end-if.
           evaluate true
               when not canalConsentValide or not natureConsentValide
                   move 11 to codeErreurClientNum
                   perform rejetteMajClient
               when not consentementDonne and not consentementRefuse
                   move 12 to codeErreurClientNum
                   perform rejetteMajClient
               when dateConsentMaj is not numeric
                   move 12 to codeErreurClientNum
                   perform rejetteMajClient
               when moisConsentMaj < 1 or moisConsentMaj > 12
                       or jourConsentMaj < 1 or jourConsentMaj > 31
                   move 12 to codeErreurClientNum
                   perform rejetteMajClient
               when other
                   perform ecritConsentementClient
           end-evaluate.

       ecritConsentementClient.
      *****************************************
           move codeClientMaj to codeClientConsent.
           read FiConsentements
               invalid key
                   perform garnitConsentementClient
                   write EnregConsentement
                       invalid key continue
                   end-write
               not invalid key
                   perform garnitConsentementClient
                   rewrite EnregConsentement
                       invalid key continue
                   end-rewrite
           end-read.
           add 1 to nbConsentementsEnregistres.

       garnitConsentementClient.
      *****************************************
           move accordConsentMaj to accordConsent.
           move dateConsentMaj to dateConsent.
           move origineConsentMaj to origineConsent.

       rejetteMajClient.
      *****************************************
           move codeErreurClientNum to codeErreurRejetClient.
           move nbClientsModifies to nbClientsModifiesEd.
           move nbClientsDesactives to nbClientsDesactivesEd.
           move nbMajClientsRejetees to nbMajClientsRejeteesEd.
           move nbMandatsPoses to nbMandatsPosesEd.
           move nbMandatsRevoques to nbMandatsRevoquesEd.
           move nbConsentementsEnregistres to nbConsentementsEd.
           display LigneBilanMajClientsLues.
           display LigneBilanClientsCrees.
           display LigneBilanClientsModifies.
           display LigneBilanClientsDesactives.
           display LigneBilanMandatsPoses.
           display LigneBilanMandatsRevoques.
           display LigneBilanConsentements.
           display LigneBilanMajClientsRejetees.


