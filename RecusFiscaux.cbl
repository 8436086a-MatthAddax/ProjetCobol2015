       program-id. RecusFiscaux as "RecusFiscaux".

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

          select optional FiDons
              assign "../Fichiers/DONS.IND"
              organization is indexed access mode is dynamic
              record key is numeroDon
                  alternate record key is codeClientDon
                                        with duplicates
                  alternate record key is referenceDon
                                        with duplicates
                  file status is fs-fiDons.

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiRegistreRecus
              assign "../Fichiers/recusFiscaux.seq"
              organization is line sequential
              file status is fs-fiRegistreRecus.

          select optional FiParamListing
              assign "../Fichiers/ParamListing.seq"
              organization is line sequential
              file status is fs-fiParamListing.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiCorrespondances
              assign "../Fichiers/correspondances.seq"
              organization is line sequential
              file status is fs-fiCorrespondances.

          select FiEditionRecus assign
                  "../Fichiers/editionRecusFiscaux.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiDons.
       01 EnregDon.
           02 numeroDon                    pic 9(7).
           02 codeClientDon                pic x(6).
           02 montantDon                   pic 9(7)v99.
           02 dateDon                      pic 9(8).
           02 modeReglementDon             pic x.
           02 codeCampagneDon              pic x(6).
           02 canalDon                     pic x.
           02 referenceDon                 pic x(10).
           02 codeOperateurDon             pic x(4).
           02 numeroRecuDon                pic 9(7).
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
       FD FiRegistreRecus.
      *    registre des recus fiscaux emis : la numerotation reprend
      *    au dernier numero du registre, sans trou ni doublon
       01 EnregRecuFiscal.
           02 numeroRecuRegistre           pic 9(7).
           02 anneeRecuRegistre            pic 9(4).
           02 codeClientRecu               pic x(6).
           02 montantRecu                  pic 9(7)v99.
           02 dateEmissionRecu             pic 9(8).
       FD FiParamListing.
       01 EnregParamListing.
           02 anneeListingParam            pic 9(4).
           02 moisListingParam             pic 99.
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
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
       FD FiEditionRecus.
       01 EnregEditionRecus                pic x(100).
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
       77 fs-fiDons                        pic x(2).
           88 finErreurFiDons       VALUES "10" THRU "99".
       77 fs-fiClient                      pic x(2).
       77 fs-fiRegistreRecus               pic x(2).
           88 finFiRegistreRecus    VALUE "10".
       77 fs-fiParamListing                pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiCorrespondances             pic x(2).
       01 dateTraitementJour               pic 9(8).
       01 REDEFINES dateTraitementJour.
           02 anneeTraitement              pic 9(4).
           02                              pic 9(4).
       77 anneeRecus                       pic 9(4).
       77 dateDebutAnnee                   pic 9(8).
       77 dateFinAnnee                     pic 9(8).
       77 dernierNumeroRecu                pic 9(7) value 0.
       77 numeroRecuCourant                pic 9(7) value 0.
       77 codeDonateurCourant              pic x(6).
       77 montantRecuDonateur              pic 9(7)v99.
       77 cumulAnneeDonateur               pic 9(7)v99.
       77 cumulTotalDonateur               pic 9(9)v99.
       77 recuAttribueFlag                 pic x.
           88 recuAttribue          VALUE "O".
           88 recuNonAttribue       VALUE "N".
       77 nbRecusEmis                      pic 9(5) value 0.
       77 totalRecusEmis                   pic 9(9)v99 value 0.
       01 LigneEnteteRecus.
           02                              pic x(34)
               VALUE "Recus fiscaux au titre des dons de".
           02                              pic x VALUE SPACE.
           02 anneeRecusEd                 pic 9(4).
       01 LigneSeparateurRecu              pic x(60) VALUE ALL "-".
       01 LigneNumeroRecu.
           02                              pic x(16)
               VALUE "Recu fiscal no ".
           02 numeroRecuEd                 pic 9(7).
           02                              pic x(8)
               VALUE "  annee ".
           02 anneeRecuEd                  pic 9(4).
       01 LigneDonateurRecu.
           02                              pic x(12)
               VALUE "Donateur : ".
           02 codeClientRecuEd             pic x(6).
           02                              pic x VALUE SPACE.
           02 nomClientRecuEd              pic x(20).
       01 LigneAdresseRecu.
           02                              pic x(12)
               VALUE "Adresse  : ".
           02 rueClientRecuEd              pic x(38).
       01 LigneCommuneRecu.
           02                              pic x(12) VALUE SPACES.
           02 codePostalClientRecuEd       pic x(5).
           02                              pic x VALUE SPACE.
           02 communeClientRecuEd          pic x(30).
           02                              pic x VALUE SPACE.
           02 paysClientRecuEd             pic x(2).
       01 LigneMontantRecu.
           02                              pic x(30)
               VALUE "Montant objet du present recu ".
           02 montantRecuEd                pic zzzzzz9,99.
       01 LigneCumulAnneeRecu.
           02                              pic x(30)
               VALUE "Total des dons de l'annee     ".
           02 cumulAnneeRecuEd             pic zzzzzz9,99.
       01 LigneCumulTotalRecu.
           02                              pic x(31)
               VALUE "Total des dons depuis l'origine".
           02 cumulTotalRecuEd             pic zzzzzzzz9,99.
       01 LigneBilanRecus.
           02                              pic x(35)
               VALUE "Recus fiscaux emis              : ".
           02 nbRecusEmisEd                pic zzzz9.
           02                              pic x(10)
               VALUE "  montant ".
           02 totalRecusEmisEd             pic zzzzzzzz9,99.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    emission de fin d'annee des recus fiscaux : un recu
      *    numerote par donateur pour ses dons de l'annee non encore
      *    couverts ; chaque don couvert recoit le numero de son
      *    recu, ce qui rend le traitement rejouable (un don saisi
      *    en retard donne lieu a un recu complementaire)
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamRecus.
           compute dateDebutAnnee = anneeRecus * 10000 + 101.
           compute dateFinAnnee = anneeRecus * 10000 + 1231.

      *    DONS.IND recoit les dons du guichet et correspondances.seq
      *    les courriers de GestionSpectacle2 : l'emission se fait
      *    sous verrou d'exploitation
           perform prendreVerrou.
           perform chercheDernierNumeroRecu.

           OPEN I-O FiDons.
           OPEN INPUT FiClient.
           OPEN EXTEND FiRegistreRecus.
           OPEN OUTPUT FiEditionRecus.
           OPEN EXTEND FiCorrespondances.

           move anneeRecus to anneeRecusEd.
           display LigneEnteteRecus.
           move LigneEnteteRecus to EnregEditionRecus.
           write EnregEditionRecus.

           move low-values to codeClientDon.
           start FiDons key is >= codeClientDon
               invalid key move "10" to fs-fiDons
               not invalid key
                   read FiDons next
                       at end move "10" to fs-fiDons
                   end-read
           end-start.
           perform traiteDonateur until finErreurFiDons.

           move nbRecusEmis to nbRecusEmisEd.
           move totalRecusEmis to totalRecusEmisEd.
           display LigneBilanRecus.
           move LigneBilanRecus to EnregEditionRecus.
           write EnregEditionRecus.

           CLOSE FiDons FiClient FiRegistreRecus FiEditionRecus
                 FiCorrespondances.
           perform libererVerrou.
           STOP RUN.

       lireParamRecus.
      *****************************************
      *    par defaut l'annee civile qui precede la date de
      *    traitement ; le parametre de listing permet de rejouer
      *    une autre annee
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
           subtract 1 from anneeTraitement giving anneeRecus.
           OPEN INPUT FiParamListing.
           read FiParamListing
               at end continue
               not at end
                   if anneeListingParam is numeric
                           and anneeListingParam > 0
                       move anneeListingParam to anneeRecus
                   end-if
           end-read.
           CLOSE FiParamListing.

       chercheDernierNumeroRecu.
      *****************************************
           OPEN INPUT FiRegistreRecus.
           read FiRegistreRecus
               at end move "10" to fs-fiRegistreRecus
           end-read.
           perform lireLigneRegistreRecus until finFiRegistreRecus.
           CLOSE FiRegistreRecus.

       lireLigneRegistreRecus.
      *****************************************
           if numeroRecuRegistre > dernierNumeroRecu
               move numeroRecuRegistre to dernierNumeroRecu
           end-if.
           read FiRegistreRecus
               at end move "10" to fs-fiRegistreRecus
           end-read.

       traiteDonateur.
      *****************************************
           move codeClientDon to codeDonateurCourant.
           move 0 to montantRecuDonateur.
           move 0 to cumulAnneeDonateur.
           move 0 to cumulTotalDonateur.
           move "N" to recuAttribueFlag.
           perform examineDon until finErreurFiDons
               or codeClientDon not = codeDonateurCourant.
           if recuAttribue
               perform editeRecu
           end-if.

       examineDon.
      *****************************************
           add montantDon to cumulTotalDonateur.
           if dateDon >= dateDebutAnnee and dateDon <= dateFinAnnee
               add montantDon to cumulAnneeDonateur
               if numeroRecuDon = 0
                   perform couvreDon
               end-if
           end-if.
           read FiDons next
               at end move "10" to fs-fiDons
           end-read.

       couvreDon.
      *****************************************
           if recuNonAttribue
               move "O" to recuAttribueFlag
               add 1 to dernierNumeroRecu
               move dernierNumeroRecu to numeroRecuCourant
           end-if.
           move numeroRecuCourant to numeroRecuDon.
           rewrite EnregDon
               invalid key
                   display "Echec de mise a jour du don " numeroDon
           end-rewrite.
           add montantDon to montantRecuDonateur.

       editeRecu.
      *****************************************
           move codeDonateurCourant to codeClientMaster.
           read FiClient
               invalid key
                   move spaces to nomClientMaster
                   move spaces to adresseClientMaster
           end-read.
           move numeroRecuCourant to numeroRecuRegistre.
           move anneeRecus to anneeRecuRegistre.
           move codeDonateurCourant to codeClientRecu.
           move montantRecuDonateur to montantRecu.
           move dateTraitementJour to dateEmissionRecu.
           write EnregRecuFiscal.
           add 1 to nbRecusEmis.
           add montantRecuDonateur to totalRecusEmis.

           move numeroRecuCourant to numeroRecuEd.
           move anneeRecus to anneeRecuEd.
           move codeDonateurCourant to codeClientRecuEd.
           move nomClientMaster to nomClientRecuEd.
           move rueClientMaster to rueClientRecuEd.
           move codePostalClientMaster to codePostalClientRecuEd.
           move communeClientMaster to communeClientRecuEd.
           move paysClientMaster to paysClientRecuEd.
           move montantRecuDonateur to montantRecuEd.
           move cumulAnneeDonateur to cumulAnneeRecuEd.
           move cumulTotalDonateur to cumulTotalRecuEd.
           move LigneSeparateurRecu to EnregEditionRecus.
           write EnregEditionRecus.
           display LigneNumeroRecu.
           move LigneNumeroRecu to EnregEditionRecus.
           write EnregEditionRecus.
           display LigneDonateurRecu.
           move LigneDonateurRecu to EnregEditionRecus.
           write EnregEditionRecus.
           move LigneAdresseRecu to EnregEditionRecus.
           write EnregEditionRecus.
           move LigneCommuneRecu to EnregEditionRecus.
           write EnregEditionRecus.
           display LigneMontantRecu.
           move LigneMontantRecu to EnregEditionRecus.
           write EnregEditionRecus.
           move LigneCumulAnneeRecu to EnregEditionRecus.
           write EnregEditionRecus.
           move LigneCumulTotalRecu to EnregEditionRecus.
           write EnregEditionRecus.
           perform enregistreCorrespRecu.

       enregistreCorrespRecu.
      *****************************************
      *    le recu fiscal est une piece obligatoire : il part par
      *    courrier quels que soient les choix de consentement du
      *    donateur et est porte au registre des correspondances
           move dateTraitementJour to dateCorrespondance.
           move codeDonateurCourant to codeClientCorresp.
           move "RECUFISC" to typeCorrespondance.
           move "P" to canalCorrespondance.
           move "S" to natureCorrespondance.
           move "RecusFiscaux" to programmeCorrespondance.
           move spaces to referenceCorrespondance.
           move numeroRecuCourant to referenceCorrespondance(1:7).
           write EnregCorrespondance.

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
           move "RecusFiscaux" to nomProgrammeVerrou.
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

       end program RecusFiscaux.
