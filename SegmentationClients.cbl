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

          select FiSegmentation assign
                  "../Fichiers/segmentationClients.seq"
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
               88 clientActif          value "A".
               88 clientInactif        value "I".
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
               88 emailInvalide        value "O".
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
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
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
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
       FD FiSegmentation.
      *    extrait a destination du routeur de la maison de
      *    publipostage : une ligne par client avec ses indicateurs
           88 finFiCreances         VALUE "10".
       77 fs-fiGenres                      pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiConsentements               pic x(2).
       77 fs-fiCorrespondances             pic x(2).
       77 courrielPermisFlag               pic x.
           88 courrielPermis        VALUE "O".
       77 nbClientsSansConsentement        pic 9(5) value 0.
       77 dateTraitementJour               pic 9(8).
       77 debutSaisonCourante              pic 9(8).
       77 debutSaisonPrecedente            pic 9(8).
           02                              pic x(35)
               VALUE "dont clients distendus          : ".
           02 nbClientsLapsesEd            pic zzzz9.
       01 LigneBilanSansConsentement.
           02                              pic x(35)
               VALUE "Clients ecartes sans accord     : ".
           02 nbClientsSansConsentementEd  pic zzzz9.

       procedure division.
      *========================================
      *    la depense du grand livre des creances, le genre prefere
      *    du comptage de ses codes spectacles ; un client qui a
      *    reserve la saison passee mais plus cette saison est
      *    marque distendu (LAPSE) pour relance ciblee ; seuls
      *    partent les clients qui ont accepte le courriel marketing
      *    et dont l'adresse n'est pas revenue en erreur, chaque
      *    ligne extraite etant portee au registre des
      *    correspondances
           OPEN INPUT FiClient FiResaClient FiCreances FiGenres.
           OPEN INPUT FiConsentements.
           OPEN OUTPUT FiSegmentation.
           OPEN EXTEND FiCorrespondances.

           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamSegmentation.
           move nbClientsExtraits to nbClientsExtraitsEd.
           move nbClientsLapses to nbClientsLapsesEd.
           display LigneBilanSegmentation.
           move nbClientsSansConsentement
               to nbClientsSansConsentementEd.
           display LigneBilanLapses.
           display LigneBilanSansConsentement.

           CLOSE FiClient FiResaClient FiCreances FiGenres
                 FiConsentements FiSegmentation FiCorrespondances.
           STOP RUN.

       lireParamSegmentation.

       cumulePayeClient.
      *****************************************
      *    un report a nouveau de cloture se lit comme le sens
      *    d'origine des mouvements qu'il remplace
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           if creancePaiement
               perform cherchePayeClient
               if iPaye <= 999
                   add montantCreance to totalPayeClient(iPaye)
               end-if
           end-if.
           if creanceRejetPaiement
               perform cherchePayeClient
               if iPaye <= nbClientsPayes
                       and totalPayeClient(iPaye) >= montantCreance
                   subtract montantCreance from totalPayeClient(iPaye)
               end-if
           end-if.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
       analyseClient.
      *****************************************
           move codeClientMaster to clientCourantSegment.
           perform controleCourrielMarketing.
           if courrielPermis
               perform cumuleResasClient
               perform ecritLigneSegmentation
           else
               add 1 to nbClientsSansConsentement
           end-if.
           move clientCourantSegment to codeClientMaster.
           start FiClient key is > codeClientMaster
               invalid key move "10" to fs-fiClient
                   end-read
           end-start.

       controleCourrielMarketing.
      *****************************************
      *    le courriel marketing exige un accord explicite du
      *    client et une adresse valide
           move "N" to courrielPermisFlag.
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

       cumuleResasClient.
      *****************************************
      *    un seul parcours de la cle alternative ramene toutes les
           end-evaluate.
           write EnregSegmentation.
           add 1 to nbClientsExtraits.
           move dateTraitementJour to dateCorrespondance.
           move clientCourantSegment to codeClientCorresp.
           move "SEGMENT" to typeCorrespondance.
           move "E" to canalCorrespondance.
           move "M" to natureCorrespondance.
           move "SegmentationClients" to programmeCorrespondance.
           move segmentClient to referenceCorrespondance.
           write EnregCorrespondance.

       chercheTotalPayeSegment.
      *****************************************
