       program-id. ExtractionEnquetes as "ExtractionEnquetes".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiNoShow
              assign "../Fichiers/noShowClients.seq"
              organization is line sequential
              file status is fs-fiNoShow.

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select OPTIONAL FiSpectacle assign "../Fichiers/SPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select optional FiEnquetes
              assign "../Fichiers/ENQUETES.IND"
              organization is indexed access mode is dynamic
              record key is cleEnquete
                  file status is fs-fiEnquetes.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiConsentements
              assign "../Fichiers/CONSENTEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is cleConsentement
                  file status is fs-fiConsentements.

          select optional FiCorrespondances
              assign "../Fichiers/correspondances.seq"
              organization is line sequential
              file status is fs-fiCorrespondances.

          select FiExtraitEnquetes
              assign "../Fichiers/enquetesExtrait.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiNoShow.
       01 EnregNoShow.
           02 codeClientNoShow             pic x(6).
           02 codeSpectNoShow              pic x(7).
           02 dateRepresentationNoShow     pic 9(8).
           02 nbSiegesDetenusNoShow        pic 9(3).
           02 nbSiegesPointesNoShow        pic 9(3).
           02 nbNoShows                    pic 9(3).
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
               88 clientActif          value "A".
               88 clientInactif        value "I".
               88 clientEfface         value "E".
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
               88 emailInvalide        value "O".
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
       FD FiEnquetes.
      *    enquetes de satisfaction : une fiche par client et par
      *    representation a laquelle il est entre, creee a l'envoi
      *    du questionnaire ('E') et completee au retour ('R') des
      *    notes de 0 a 10 et du commentaire ; titre, salle et jour
      *    de la semaine y sont figes a l'envoi pour que les
      *    resultats survivent a l'archivage des representations
       01 EnregEnquete.
           02 cleEnquete.
               03 codeClientEnquete        pic x(6).
               03 codeSpectEnquete         pic x(7).
               03 dateRepresentationEnquete pic 9(8).
           02 titreEnquete                 pic x(30).
           02 numSalleEnquete              pic 9(2).
           02 jourSemaineEnquete           pic 9.
           02 dateEnvoiEnquete             pic 9(8).
           02 etatEnquete                  pic x.
               88 enqueteEnvoyee       value "E".
               88 enqueteRepondue      value "R".
           02 dateReponseEnquete           pic 9(8).
           02 notesEnquete.
               03 noteGlobaleEnquete       pic 99.
               03 noteArtistiqueEnquete    pic 99.
               03 noteAccueilEnquete       pic 99.
               03 noteConfortEnquete       pic 99.
           02 commentaireEnquete           pic x(80).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiConsentements.
      *    consentement du client par canal (courrier, courriel,
      *    SMS) et par nature d'envoi (service ou marketing), tenu
      *    par la mise a jour des clients : sans fiche, un envoi
      *    marketing n'est pas permis
       01 EnregConsentement.
           02 cleConsentement.
               03 codeClientConsent        pic x(6).
               03 canalConsent             pic x.
               03 natureConsent            pic x.
           02 accordConsent                pic x.
               88 consentementDonne    value "O".
               88 consentementRefuse   value "N".
           02 dateConsent                  pic 9(8).
           02 origineConsent               pic x(10).
       FD FiCorrespondances.
      *    registre des correspondances sortantes : une ligne par
      *    envoi extrait pour un client, avec son type, son canal
      *    ('P' courrier, 'E' courriel, 'S' SMS), sa nature ('S'
      *    service, 'M' marketing), la date et le programme emetteur
       01 EnregCorrespondance.
           02 dateCorrespondance           pic 9(8).
           02 codeClientCorresp            pic x(6).
           02 typeCorrespondance           pic x(8).
           02 canalCorrespondance          pic x.
           02 natureCorrespondance         pic x.
           02 programmeCorrespondance      pic x(20).
           02 referenceCorrespondance      pic x(20).
       FD FiExtraitEnquetes.
      *    fichier remis au prestataire de l'enquete : il envoie le
      *    questionnaire le lendemain et renvoie les notes avec la
      *    meme cle client + representation
       01 EnregExtraitEnquete.
           02 codeClientExtrait            pic x(6).
           02 codeSpectExtrait             pic x(7).
           02 dateRepresentationExtrait    pic 9(8).
           02 nomClientExtrait             pic x(20).
           02 emailClientExtrait           pic x(40).
           02 telephoneClientExtrait       pic x(12).
           02 titreExtrait                 pic x(30).

       working-storage section.
      *----------------------------------------
       77 fs-fiNoShow                      pic x(2).
           88 finFiNoShow           VALUE "10".
       77 fs-fiClient                      pic x(2).
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiEnquetes                    pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiConsentements               pic x(2).
       77 fs-fiCorrespondances             pic x(2).
       77 courrielPermisFlag               pic x.
           88 courrielPermis        VALUE "O".
       77 smsPermisFlag                    pic x.
           88 smsPermis             VALUE "O".
       77 dateTraitementJour               pic 9(8).
       77 dateDebutFenetre                 pic 9(8).
      *    les representations des sept derniers jours sont reprises :
      *    un controle d'acces saisi en retard ne fait pas perdre
      *    l'enquete, la fiche deja creee evite le double envoi
       77 joursFenetreEnquete              pic 9(2) value 7.
       77 quantiemeTemp                    pic 9(7).
       77 nbPresencesLues                  pic 9(5) value 0.
       77 nbEnquetesExtraites              pic 9(5) value 0.
       77 nbDejaEnquetes                   pic 9(5) value 0.
       77 nbSansContact                    pic 9(5) value 0.
       77 nbSansConsentement               pic 9(5) value 0.
       01 LigneBilanPresences.
           02                              pic x(35)
               VALUE "Presences de la periode lues    : ".
           02 nbPresencesLuesEd            pic zzzz9.
       01 LigneBilanExtraites.
           02                              pic x(35)
               VALUE "Questionnaires a envoyer        : ".
           02 nbEnquetesExtraitesEd        pic zzzz9.
       01 LigneBilanDejaEnquetes.
           02                              pic x(35)
               VALUE "Deja envoyes                    : ".
           02 nbDejaEnquetesEd             pic zzzz9.
       01 LigneBilanSansContact.
           02                              pic x(35)
               VALUE "Clients sans contact ou effaces : ".
           02 nbSansContactEd              pic zzzz9.
       01 LigneBilanSansConsentement.
           02                              pic x(35)
               VALUE "Clients sans accord marketing   : ".
           02 nbSansConsentementEd         pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    extrait des spectateurs entres, pour l'enquete de
      *    satisfaction du lendemain : la presence vient de
      *    l'historique du controle d'acces (au moins un siege pointe
      *    pour le client), le contact de la fiche client ; chaque
      *    envoi cree la fiche d'enquete qui recevra les notes
           OPEN INPUT FiNoShow FiClient FiSpectacle FiConsentements.
           OPEN I-O FiEnquetes.
           OPEN OUTPUT FiExtraitEnquetes.
           OPEN EXTEND FiCorrespondances.

           perform lireParamTraitementEnquete.
           compute quantiemeTemp =
               function integer-of-date(dateTraitementJour)
               - joursFenetreEnquete + 1.
           compute dateDebutFenetre =
               function date-of-integer(quantiemeTemp).

           if fs-fiNoShow = "00"
               read FiNoShow
                   at end move "10" to fs-fiNoShow
               end-read
           else
               move "10" to fs-fiNoShow
           end-if.
           perform examinePresence until finFiNoShow.

           perform ecritBilanExtraction.

           CLOSE FiNoShow FiClient FiSpectacle FiEnquetes
                 FiExtraitEnquetes FiConsentements FiCorrespondances.
           STOP RUN.

       lireParamTraitementEnquete.
      *****************************************
      *    meme date d'application que le traitement de nuit
           accept dateTraitementJour from date YYYYMMDD.
           OPEN INPUT FiParamTraitement.
           read FiParamTraitement
               at end continue
               not at end
                   if dateTraitementParam is numeric
                           and dateTraitementParam > 0
                       move dateTraitementParam to dateTraitementJour
                   end-if
           end-read.
           CLOSE FiParamTraitement.

       examinePresence.
      *****************************************
           if nbSiegesPointesNoShow > 0
                   and dateRepresentationNoShow >= dateDebutFenetre
                   and dateRepresentationNoShow <= dateTraitementJour
               add 1 to nbPresencesLues
               perform extraitPresence
           end-if.
           read FiNoShow
               at end move "10" to fs-fiNoShow
           end-read.

       extraitPresence.
      *****************************************
      *    un client efface, ou sans courriel ni telephone, ne peut
      *    pas etre interroge ; l'enquete est un envoi marketing :
      *    seuls le courriel et le SMS que le client a acceptes sont
      *    remis au prestataire, et sans aucun des deux la fiche
      *    d'enquete n'est pas creee
           move codeClientNoShow to codeClientMaster.
           read FiClient
               invalid key
                   add 1 to nbSansContact
               not invalid key
                   perform controleCanauxEnquete
                   evaluate true
                       when clientEfface
                           add 1 to nbSansContact
                       when emailClientMaster = spaces
                               and telephoneClientMaster = spaces
                           add 1 to nbSansContact
                       when not courrielPermis and not smsPermis
                           add 1 to nbSansConsentement
                       when other
                           perform creeFicheEnquete
                   end-evaluate
           end-read.

       controleCanauxEnquete.
      *****************************************
      *    accord marketing explicite exige sur le canal ; un
      *    courriel revenu en erreur ne compte pas
           move "N" to courrielPermisFlag.
           move "N" to smsPermisFlag.
           if emailClientMaster not = spaces and not emailInvalide
               move codeClientMaster to codeClientConsent
               move "E" to canalConsent
               move "M" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementDonne
                           move "O" to courrielPermisFlag
                       end-if
               end-read
           end-if.
           if telephoneClientMaster not = spaces
               move codeClientMaster to codeClientConsent
               move "S" to canalConsent
               move "M" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementDonne
                           move "O" to smsPermisFlag
                       end-if
               end-read
           end-if.

       creeFicheEnquete.
      *****************************************
           move codeClientNoShow to codeClientEnquete.
           move codeSpectNoShow to codeSpectEnquete.
           move dateRepresentationNoShow to dateRepresentationEnquete.
           move spaces to titreEnquete.
           move 0 to numSalleEnquete.
           move codeSpectNoShow to codeSpect.
           read FiSpectacle
               invalid key continue
               not invalid key
                   move titre to titreEnquete
                   move numSalle to numSalleEnquete
           end-read.
           compute quantiemeTemp = function integer-of-date
               (dateRepresentationNoShow).
           compute jourSemaineEnquete =
               function mod(quantiemeTemp - 1, 7) + 1.
           move dateTraitementJour to dateEnvoiEnquete.
           move "E" to etatEnquete.
           move 0 to dateReponseEnquete.
           move zeros to notesEnquete.
           move spaces to commentaireEnquete.
           write EnregEnquete
               invalid key
                   add 1 to nbDejaEnquetes
               not invalid key
                   move codeClientEnquete to codeClientExtrait
                   move codeSpectEnquete to codeSpectExtrait
                   move dateRepresentationEnquete
                       to dateRepresentationExtrait
                   move nomClientMaster to nomClientExtrait
                   move spaces to emailClientExtrait
                   move spaces to telephoneClientExtrait
                   if courrielPermis
                       move emailClientMaster to emailClientExtrait
                   end-if
                   if smsPermis
                       move telephoneClientMaster
                           to telephoneClientExtrait
                   end-if
                   move titreEnquete to titreExtrait
                   write EnregExtraitEnquete
                   add 1 to nbEnquetesExtraites
                   perform enregistreCorrespEnquete
           end-write.

       enregistreCorrespEnquete.
      *****************************************
      *    chaque canal remis au prestataire est porte au registre
      *    des correspondances
           move dateTraitementJour to dateCorrespondance.
           move codeClientEnquete to codeClientCorresp.
           move "ENQUETE" to typeCorrespondance.
           move "M" to natureCorrespondance.
           move "ExtractionEnquetes" to programmeCorrespondance.
           move spaces to referenceCorrespondance.
           string codeSpectEnquete dateRepresentationEnquete
               delimited by size into referenceCorrespondance.
           if courrielPermis
               move "E" to canalCorrespondance
               write EnregCorrespondance
           end-if.
           if smsPermis
               move "S" to canalCorrespondance
               write EnregCorrespondance
           end-if.

       ecritBilanExtraction.
      *****************************************
           move nbPresencesLues to nbPresencesLuesEd.
           move nbEnquetesExtraites to nbEnquetesExtraitesEd.
           move nbDejaEnquetes to nbDejaEnquetesEd.
           move nbSansContact to nbSansContactEd.
           move nbSansConsentement to nbSansConsentementEd.
           display LigneBilanPresences.
           display LigneBilanExtraites.
           display LigneBilanDejaEnquetes.
           display LigneBilanSansContact.
           display LigneBilanSansConsentement.

       end program ExtractionEnquetes.
