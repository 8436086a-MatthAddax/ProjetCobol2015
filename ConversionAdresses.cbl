       program-id. ConversionAdresses as "ConversionAdresses".

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
          select optional FiClientAncien
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientAncien
                  file status is fs-fiClientAncien.

          select FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiCodesPostaux
              assign "../Fichiers/CODESPOSTAUX.IND"
              organization is indexed access mode is dynamic
              record key is cleCodePostal
                  file status is fs-fiCodesPostaux.

          select FiTravailClients
              assign "../Fichiers/conversionTravailClients.seq"
              organization is line sequential
              file status is fs-fiTravailClients.

          select FiAdressesNonReconnues
              assign "../Fichiers/adressesNonReconnues.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiClientAncien.
      *    fichier maitre des clients avant conversion : l'adresse
      *    n'est qu'un libelle libre de 40 caracteres
       01 EnregClientAncien.
           02 codeClientAncien             pic x(6).
           02 nomClientAncien              pic x(20).
           02 adresseClientAncien          pic x(40).
           02 telephoneClientAncien        pic x(12).
           02 emailClientAncien            pic x(40).
           02 etatClientAncien             pic x.
           02 incidentPaiementAncien       pic x.
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
       FD FiCodesPostaux.
       01 EnregCodePostal.
           02 cleCodePostal.
               03 codePostalRef            pic x(5).
               03 communeRef               pic x(30).
           02 departementRef               pic x(3).
           02 distanceKmRef                pic 9(4).
       FD FiTravailClients.
       01 EnregTravailClient               pic x(156).
       FD FiAdressesNonReconnues.
      *    adresses a reprendre a la main par une transaction 'M' de
      *    MajClients : 01 pas de code postal reconnaissable (le
      *    libelle entier est garde comme rue), 02 pas de commune
      *    apres le code postal, 03 code postal + commune absents du
      *    referentiel
       01 EnregAdresseNonReconnue.
           02 codeErreurAdresse            pic x(2).
           02                              pic x.
           02 codeClientAdresse            pic x(6).
           02                              pic x.
           02 nomClientAdresse             pic x(20).
           02                              pic x.
           02 adresseAncienneAdresse       pic x(40).
           02                              pic x.
           02 libelleErreurAdresse         pic x(28).
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
       77 fs-fiClientAncien                pic x(2).
           88 finErreurFiClientAncien VALUES "10" THRU "99".
       77 fs-fiClient                      pic x(2).
       77 fs-fiCodesPostaux                pic x(2).
       77 fs-fiTravailClients              pic x(2).
           88 finFiTravailClients   VALUE "10".
       77 referentielPostalFlag            pic x value "N".
           88 referentielPostalPresent VALUE "O".
       77 communeTrouveeFlag               pic x.
           88 communeTrouvee        VALUE "O".
       77 posCodePostal                    pic 99.
       77 iPosAdresse                      pic 99.
       77 finRueAdresse                    pic 99.
       77 debutCommuneAdresse              pic 99.
       77 codeAnomalieAdresse              pic 99.
       77 nbClientsLus                     pic 9(5) value 0.
       77 nbClientsRecharges               pic 9(5) value 0.
       77 nbAdressesConverties             pic 9(5) value 0.
       77 nbAdressesVides                  pic 9(5) value 0.
       77 nbAdressesNonReconnues           pic 9(5) value 0.
       01 minusculesCommune                pic x(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 majusculesCommune                pic x(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 LibellesErreurAdresse.
           02                              pic x(28)
               VALUE "Code postal introuvable".
           02                              pic x(28)
               VALUE "Commune absente".
           02                              pic x(28)
               VALUE "Hors referentiel postal".
       01 REDEFINES LibellesErreurAdresse.
           02 libelleAnomalieAdresse       pic x(28) OCCURS 3.
       01 LigneBilanConvLus.
           02                              pic x(35)
               VALUE "Clients lus                     : ".
           02 nbClientsLusEd               pic zzzz9.
       01 LigneBilanConvRecharges.
           02                              pic x(35)
               VALUE "Clients recharges               : ".
           02 nbClientsRechargesEd         pic zzzz9.
       01 LigneBilanConvConverties.
           02                              pic x(35)
               VALUE "Adresses converties             : ".
           02 nbAdressesConvertiesEd       pic zzzz9.
       01 LigneBilanConvVides.
           02                              pic x(35)
               VALUE "Clients sans adresse            : ".
           02 nbAdressesVidesEd            pic zzzz9.
       01 LigneBilanConvNonReconnues.
           02                              pic x(35)
               VALUE "Adresses a reprendre            : ".
           02 nbAdressesNonReconnuesEd     pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    conversion du fichier maitre des clients a l'adresse
      *    structuree (rue, code postal, commune, pays) : dechargement
      *    dans l'ancien format avec decoupage du libelle libre, puis
      *    rechargement dans un fichier neuf ; le code postal est le
      *    dernier groupe de cinq chiffres du libelle, la rue ce qui
      *    le precede, la commune ce qui le suit ; les adresses non
      *    reconnues sont listees pour reprise manuelle
           perform prendreVerrou.

           OPEN INPUT FiClientAncien.
           if fs-fiClientAncien not = "00"
               display "Fichier des clients illisible dans l'ancien "
                       "format (" fs-fiClientAncien
                       ") : conversion deja faite ?"
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.
           OPEN INPUT FiCodesPostaux.
           if fs-fiCodesPostaux = "00"
               move "O" to referentielPostalFlag
           else
               display "Referentiel des codes postaux absent : "
                       "communes converties sans controle"
           end-if.
           OPEN OUTPUT FiTravailClients FiAdressesNonReconnues.
           perform dechargeClientsConv.
           CLOSE FiClientAncien FiCodesPostaux FiTravailClients
                 FiAdressesNonReconnues.

           OPEN OUTPUT FiClient.
           OPEN INPUT FiTravailClients.
           perform rechargeClientsConv.
           CLOSE FiClient FiTravailClients.

           perform ecritBilanConversion.
           perform libererVerrou.
           STOP RUN.

       dechargeClientsConv.
      *****************************************
           move low-values to codeClientAncien.
           start FiClientAncien key is >= codeClientAncien
               invalid key move "10" to fs-fiClientAncien
               not invalid key
                   read FiClientAncien next
                       at end move "10" to fs-fiClientAncien
                   end-read
           end-start.
           perform dechargeClientConv until finErreurFiClientAncien.

       dechargeClientConv.
      *****************************************
           add 1 to nbClientsLus.
           move codeClientAncien to codeClientMaster.
           move nomClientAncien to nomClientMaster.
           move telephoneClientAncien to telephoneClientMaster.
           move emailClientAncien to emailClientMaster.
           move etatClientAncien to etatClientMaster.
           move incidentPaiementAncien to incidentPaiementClient.
           move "N" to emailInvalideClient.
           move spaces to adresseClientMaster.
           move 0 to codeAnomalieAdresse.
           if adresseClientAncien = spaces
               add 1 to nbAdressesVides
           else
               perform decoupeAdresse
               if codeAnomalieAdresse = 0
                   add 1 to nbAdressesConverties
               else
                   perform listeAdresseNonReconnue
               end-if
           end-if.
           move EnregClient to EnregTravailClient.
           write EnregTravailClient.
           read FiClientAncien next
               at end move "10" to fs-fiClientAncien
           end-read.

       decoupeAdresse.
      *****************************************
      *    le code postal est cherche de droite a gauche : un numero
      *    de rue de cinq chiffres ne peut pas etre pris pour lui
      *    puisqu'il precede toujours le code postal
           move 0 to posCodePostal.
           perform varying iPosAdresse from 36 by -1
                   until iPosAdresse < 1 or posCodePostal > 0
               perform testePositionCodePostal
           end-perform.
           if posCodePostal = 0
               move adresseClientAncien to rueClientMaster
               move 01 to codeAnomalieAdresse
           else
               perform extraitRueEtCommune
           end-if.

       testePositionCodePostal.
      *****************************************
           if adresseClientAncien(iPosAdresse:5) is numeric
               move iPosAdresse to posCodePostal
               if iPosAdresse > 1
                   if adresseClientAncien(iPosAdresse - 1:1) is numeric
                       move 0 to posCodePostal
                   end-if
               end-if
               if iPosAdresse < 36
                   if adresseClientAncien(iPosAdresse + 5:1) is numeric
                       move 0 to posCodePostal
                   end-if
               end-if
           end-if.

       extraitRueEtCommune.
      *****************************************
      *    la virgule qui separe souvent la rue du code postal, ou le
      *    code postal de la commune, n'est reprise ni dans l'une ni
      *    dans l'autre
           move adresseClientAncien(posCodePostal:5)
               to codePostalClientMaster.
           move "FR" to paysClientMaster.
           compute finRueAdresse = posCodePostal - 1.
           perform varying iPosAdresse from finRueAdresse by -1
                   until iPosAdresse < 1
                       or (adresseClientAncien(iPosAdresse:1)
                               not = space
                           and adresseClientAncien(iPosAdresse:1)
                               not = ",")
               continue
           end-perform.
           if iPosAdresse >= 1
               move adresseClientAncien(1:iPosAdresse)
                   to rueClientMaster
           end-if.
           compute debutCommuneAdresse = posCodePostal + 5.
           perform varying iPosAdresse from debutCommuneAdresse by 1
                   until iPosAdresse > 40
                       or (adresseClientAncien(iPosAdresse:1)
                               not = space
                           and adresseClientAncien(iPosAdresse:1)
                               not = ",")
               continue
           end-perform.
           if iPosAdresse <= 40
               move adresseClientAncien(iPosAdresse:41 - iPosAdresse)
                   to communeClientMaster
               inspect communeClientMaster
                   converting minusculesCommune to majusculesCommune
           end-if.
           if referentielPostalPresent
               perform controleCommuneConv
           else
               if communeClientMaster = spaces
                   move 02 to codeAnomalieAdresse
               end-if
           end-if.

       controleCommuneConv.
      *****************************************
      *    une commune absente prend la premiere commune du code
      *    postal au referentiel, comme a la saisie dans MajClients
           move "N" to communeTrouveeFlag.
           move codePostalClientMaster to codePostalRef.
           if communeClientMaster = spaces
               move low-values to communeRef
               start FiCodesPostaux key is >= cleCodePostal
                   invalid key continue
                   not invalid key
                       read FiCodesPostaux next
                           at end continue
                           not at end
                               if codePostalRef
                                       = codePostalClientMaster
                                   move "O" to communeTrouveeFlag
                                   move communeRef
                                       to communeClientMaster
                               end-if
                       end-read
               end-start
               if not communeTrouvee
                   move 02 to codeAnomalieAdresse
               end-if
           else
               move communeClientMaster to communeRef
               read FiCodesPostaux
                   invalid key move 03 to codeAnomalieAdresse
               end-read
           end-if.

       listeAdresseNonReconnue.
      *****************************************
           add 1 to nbAdressesNonReconnues.
           move spaces to EnregAdresseNonReconnue.
           move codeAnomalieAdresse to codeErreurAdresse.
           move codeClientAncien to codeClientAdresse.
           move nomClientAncien to nomClientAdresse.
           move adresseClientAncien to adresseAncienneAdresse.
           move libelleAnomalieAdresse(codeAnomalieAdresse)
               to libelleErreurAdresse.
           write EnregAdresseNonReconnue.

       rechargeClientsConv.
      *****************************************
           read FiTravailClients
               at end move "10" to fs-fiTravailClients
           end-read.
           perform rechargeClientConv until finFiTravailClients.

       rechargeClientConv.
      *****************************************
           move EnregTravailClient to EnregClient.
           write EnregClient
               invalid key continue
               not invalid key add 1 to nbClientsRecharges
           end-write.
           read FiTravailClients
               at end move "10" to fs-fiTravailClients
           end-read.

       ecritBilanConversion.
      *****************************************
           move nbClientsLus to nbClientsLusEd.
           move nbClientsRecharges to nbClientsRechargesEd.
           move nbAdressesConverties to nbAdressesConvertiesEd.
           move nbAdressesVides to nbAdressesVidesEd.
           move nbAdressesNonReconnues to nbAdressesNonReconnuesEd.
           display LigneBilanConvLus.
           display LigneBilanConvRecharges.
           display LigneBilanConvConverties.
           display LigneBilanConvVides.
           display LigneBilanConvNonReconnues.

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
           move "ConversionAdresses" to nomProgrammeVerrou.
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

       end program ConversionAdresses.
