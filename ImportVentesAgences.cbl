       program-id. ImportVentesAgences as "ImportVentesAgences".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select FiVentesCsv assign "../Fichiers/ventesAgence.csv"
              organization is line sequential
              file status is fs-fiVentesCsv.

          select OPTIONAL FiSpectacle assign "../Fichiers/SPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select optional FiAgences
              assign "../Fichiers/agences.seq"
              organization is line sequential
              file status is fs-fiAgences.

          select optional FiVentesReg
              assign "../Fichiers/VENTESAGENCESREG.IND"
              organization is indexed access mode is dynamic
              record key is cleVenteReg
                  file status is fs-fiVentesReg.

          select optional FiMajSortie
              assign "../Fichiers/majEntree.seq"
              organization is line sequential
              file status is fs-fiMajSortie.

          select FiRejetsVentes assign
                  "../Fichiers/ventesAgenceRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiVentesCsv.
       01 EnregVenteCsv                    pic x(120).
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
       FD FiAgences.
       01 EnregAgenceLu.
           02 codeAgenceLu                 pic x(4).
           02 nomAgenceLu                  pic x(20).
           02 codeClientAgenceLu           pic x(6).
           02 tauxCommissionAgenceLu       pic 99v99.
           02 delaiRetourAgenceLu          pic 99.
       FD FiVentesReg.
      *    registre des ventes d'agences deja integrees : un fichier
      *    renvoye deux fois par une agence ne peut pas vendre deux
      *    fois les memes places
       01 EnregVenteReg.
           02 cleVenteReg.
               03 codeAgenceReg            pic x(4).
               03 referenceVenteReg        pic x(10).
           02 dateIntegrationReg           pic 9(8).
       FD FiMajSortie.
       01 EnregMajSortie                   pic x(77).
       FD FiRejetsVentes.
       01 EnregRejetVente.
           02 codeErreurRejetVente         pic x(2).
           02 descriptionRejetVente        pic x(42).
           02 ligneRejetVente              pic x(120).

       working-storage section.
      *----------------------------------------
       77 fs-fiVentesCsv                   pic x(2).
           88 finFiVentesCsv       VALUE "10".
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiAgences                     pic x(2).
           88 finFiAgences         VALUE "10".
       77 fs-fiVentesReg                   pic x(2).
       77 fs-fiMajSortie                   pic x(2).
       77 referenceVenteCsv                pic x(10).
       77 codeAgenceCsv                    pic x(4).
       77 codeSpectCsv                     pic x(7).
       77 categCsv                         pic x.
       77 nbPlacesCsv                      pic x(2).
       77 dateVenteCsv                     pic x(8).
       77 venteValide                      pic x.
           88 valideVente           VALUE "O".
           88 invalideVente         VALUE "N".
       77 nbAgences                        pic 9(3) value 0.
       77 iAgence                          pic 9(3).
       01 tabAgences.
           02 codeAgenceT                  pic x(4) OCCURS 100.
       77 nbVentesLues                     pic 9(5) value 0.
       77 nbVentesIntegrees                pic 9(5) value 0.
       77 nbVentesRejetees                 pic 9(5) value 0.
       01 TransactionVenteAgence.
           02 codeMajAgence                pic x VALUE "V".
           02 codeSpectVenteAgence         pic x(7).
           02 categVenteAgence             pic 9.
           02 nbPlacesVenteAgence          pic 99.
           02 codeAgenceVente              pic x(4).
           02 dateVenteAgence              pic x(8).
           02 referenceVenteAgence         pic x(10).
           02                              pic x(43) VALUE SPACES.
           02 canalMajAgence               pic x VALUE "A".
       01 LibellesErreurVente.
           02 libelleErreurVente01         pic x(42)
               VALUE "Reference de vente absente".
           02 libelleErreurVente02         pic x(42)
               VALUE "Vente deja integree (doublon)".
           02 libelleErreurVente03         pic x(42)
               VALUE "Agence inconnue du referentiel".
           02 libelleErreurVente04         pic x(42)
               VALUE "Representation introuvable au catalogue".
           02 libelleErreurVente05         pic x(42)
               VALUE "Categorie ou nombre de places invalide".
           02 libelleErreurVente06         pic x(42)
               VALUE "Date de vente non numerique".
       01 REDEFINES LibellesErreurVente.
           02 libelleErreurVente           pic x(42) OCCURS 6.
       77 codeErreurVenteNum               pic 99.
       01 LigneBilanVentesLues.
           02                              pic x(35)
               VALUE "Ventes d'agences lues           : ".
           02 nbVentesLuesEd               pic zzzz9.
       01 LigneBilanVentesIntegrees.
           02                              pic x(35)
               VALUE "Ventes converties en MAJ        : ".
           02 nbVentesIntegreesEd          pic zzzz9.
       01 LigneBilanVentesRejetees.
           02                              pic x(35)
               VALUE "Ventes rejetees                 : ".
           02 nbVentesRejeteesEd           pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    fichier quotidien des ventes d'une agence exterieure :
      *    chaque ligne (reference, agence, representation,
      *    categorie, places, date de vente) est validee contre le
      *    referentiel des agences et le catalogue, puis convertie
      *    en transaction 'V' au canal "A" pour la pre-edition ; le
      *    traitement de nuit la decompte du contingent de l'agence
      *    et la facture sous son code client
           OPEN INPUT FiVentesCsv FiSpectacle.
           if fs-fiSpectacle not = "00"
               display "SPECTACLE.IND indisponible : integration "
                       "des ventes d'agence refusee"
               CLOSE FiVentesCsv FiSpectacle
               move 8 to return-code
               STOP RUN
           end-if.
           OPEN I-O FiVentesReg.
           OPEN EXTEND FiMajSortie.
           OPEN OUTPUT FiRejetsVentes.

           perform chargerAgencesImport.

           read FiVentesCsv
               at end move "10" to fs-fiVentesCsv
           end-read.
           perform integreVente until finFiVentesCsv.

           perform ecritBilanVentes.

           CLOSE FiVentesCsv FiSpectacle FiVentesReg FiMajSortie
                 FiRejetsVentes.
           STOP RUN.

       chargerAgencesImport.
      *****************************************
           OPEN INPUT FiAgences.
           if fs-fiAgences = "00"
               read FiAgences
                   at end move "10" to fs-fiAgences
               end-read
               perform chargerLigneAgenceImport
                   until finFiAgences or nbAgences >= 100
           end-if.
           CLOSE FiAgences.

       chargerLigneAgenceImport.
      *****************************************
           add 1 to nbAgences.
           move codeAgenceLu to codeAgenceT(nbAgences).
           read FiAgences
               at end move "10" to fs-fiAgences
           end-read.

       integreVente.
      *****************************************
           add 1 to nbVentesLues.
           perform decoupeVenteCsv.
           perform valideVenteAgence.
           if valideVente
               perform ecritTransactionAgence
               perform enregistreReferenceVente
           end-if.
           read FiVentesCsv
               at end move "10" to fs-fiVentesCsv
           end-read.

       decoupeVenteCsv.
      *****************************************
           move spaces to referenceVenteCsv codeAgenceCsv
               codeSpectCsv categCsv nbPlacesCsv dateVenteCsv.
           unstring EnregVenteCsv delimited by ","
               into referenceVenteCsv
                    codeAgenceCsv
                    codeSpectCsv
                    categCsv
                    nbPlacesCsv
                    dateVenteCsv
           end-unstring.

       valideVenteAgence.
      *****************************************
           move "O" to venteValide.
           if referenceVenteCsv = spaces
               move 1 to codeErreurVenteNum
               perform rejetteVente
           end-if.
           if valideVente
               move codeAgenceCsv to codeAgenceReg
               move referenceVenteCsv to referenceVenteReg
               read FiVentesReg
                   invalid key continue
                   not invalid key
                       move 2 to codeErreurVenteNum
                       perform rejetteVente
               end-read
           end-if.
           if valideVente
               perform varying iAgence from 1 by 1
                       until iAgence > nbAgences
                           or codeAgenceT(iAgence) = codeAgenceCsv
                   continue
               end-perform
               if iAgence > nbAgences
                   move 3 to codeErreurVenteNum
                   perform rejetteVente
               end-if
           end-if.
           if valideVente
               move codeSpectCsv to codeSpect
               read FiSpectacle
                   invalid key
                       move 4 to codeErreurVenteNum
                       perform rejetteVente
               end-read
           end-if.
           if valideVente
                   and (categCsv < "1" or categCsv > "3"
                       or nbPlacesCsv is not numeric
                       or nbPlacesCsv = "00")
               move 5 to codeErreurVenteNum
               perform rejetteVente
           end-if.
           if valideVente
                   and dateVenteCsv not = spaces
                   and dateVenteCsv is not numeric
               move 6 to codeErreurVenteNum
               perform rejetteVente
           end-if.

       ecritTransactionAgence.
      *****************************************
           move codeSpectCsv to codeSpectVenteAgence.
           move categCsv to categVenteAgence.
           move nbPlacesCsv to nbPlacesVenteAgence.
           move codeAgenceCsv to codeAgenceVente.
           move dateVenteCsv to dateVenteAgence.
           move referenceVenteCsv to referenceVenteAgence.
           move spaces to EnregMajSortie.
           move TransactionVenteAgence to EnregMajSortie.
           write EnregMajSortie.
           add 1 to nbVentesIntegrees.

       enregistreReferenceVente.
      *****************************************
           move codeAgenceCsv to codeAgenceReg.
           move referenceVenteCsv to referenceVenteReg.
           accept dateIntegrationReg from date YYYYMMDD.
           write EnregVenteReg
               invalid key continue
           end-write.

       rejetteVente.
      *****************************************
           move "N" to venteValide.
           move codeErreurVenteNum to codeErreurRejetVente.
           move libelleErreurVente(codeErreurVenteNum)
               to descriptionRejetVente.
           move EnregVenteCsv to ligneRejetVente.
           write EnregRejetVente.
           add 1 to nbVentesRejetees.

       ecritBilanVentes.
      *****************************************
           move nbVentesLues to nbVentesLuesEd.
           move nbVentesIntegrees to nbVentesIntegreesEd.
           move nbVentesRejetees to nbVentesRejeteesEd.
           display LigneBilanVentesLues.
           display LigneBilanVentesIntegrees.
           display LigneBilanVentesRejetees.

       end program ImportVentesAgences.
