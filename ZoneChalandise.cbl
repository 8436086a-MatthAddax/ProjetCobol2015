       program-id. ZoneChalandise as "ZoneChalandise".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiResaClient
              assign "../Fichiers/RESACLIENT.IND"
              organization is indexed access mode is dynamic
              record key is seqResaClient
                  alternate record key is codeClientRef
                                        with duplicates
                  file status is fs-fiResaClient.

          select optional FiCreances
              assign "../Fichiers/creances.seq"
              organization is line sequential
              file status is fs-fiCreances.

          select optional FiCodesPostaux
              assign "../Fichiers/CODESPOSTAUX.IND"
              organization is indexed access mode is dynamic
              record key is cleCodePostal
                  file status is fs-fiCodesPostaux.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select FiZoneChalandise assign
                  "../Fichiers/zoneChalandise.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
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
               88 clientEfface         value "E".
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
           02 codeClientRef                pic x(6).
           02 codeSpectRef                 pic x(7).
           02 dateRepresentationRef        pic 9(8).
       FD FiCreances.
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
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
       FD FiCodesPostaux.
       01 EnregCodePostal.
           02 cleCodePostal.
               03 codePostalRef            pic x(5).
               03 communeRef               pic x(30).
           02 departementRef               pic x(3).
           02 distanceKmRef                pic 9(4).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiZoneChalandise.
       01 EnregZoneChalandise              pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiClient                      pic x(2).
           88 finErreurFiClient     VALUES "10" THRU "99".
       77 fs-fiResaClient                  pic x(2).
           88 finErreurFiResaClient VALUES "10" THRU "99".
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiCodesPostaux                pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 anneeSaison                      pic 9(4).
       77 debutSaison                      pic 9(8).
       77 finSaison                        pic 9(8).
       77 clientCourantZone                pic x(6).
       77 nbResasClientZone                pic 9(5).
       77 recetteClientZone                pic 9(9)v99.
       77 iRecette                         pic 9(4).
       77 nbClientsRecettes                pic 9(4) value 0.
       77 iCommune                         pic 9(4).
       77 nbCommunes                       pic 9(4) value 0.
       77 iDepartement                     pic 9(3).
       77 nbDepartements                   pic 9(3) value 0.
       77 iTranche                         pic 9.
       77 libelleCommuneCourante           pic x(36).
       77 departementCourant               pic x(3).
       77 nbClientsSansReservation         pic 9(5) value 0.
      *    recette facturee de la saison par client, du grand livre
       01 tabRecettesClients.
           02 detailRecetteClient OCCURS 5000.
               03 codeClientRecette        pic x(6).
               03 recetteClient            pic 9(9)v99.
       01 tabCommunesZone.
           02 detailCommuneZone OCCURS 1000.
               03 libelleCommuneZone       pic x(36).
               03 departementCommuneZone   pic x(3).
               03 cumulsCommuneZone.
                   04 nbClientsCommune     pic 9(5).
                   04 nbResasCommune       pic 9(7).
                   04 recetteCommune       pic 9(9)v99.
       01 tabDepartementsZone.
           02 detailDepartementZone OCCURS 150.
               03 codeDepartementZone      pic x(3).
               03 cumulsDepartementZone.
                   04 nbClientsDepartement pic 9(5).
                   04 nbResasDepartement   pic 9(7).
                   04 recetteDepartement   pic 9(9)v99.
      *    tranches de distance au theatre (distance du referentiel
      *    des codes postaux), puis les adresses hors de ces tranches
       01 LibellesTranches.
           02                              pic x(20)
               VALUE "Moins de 10 km".
           02                              pic x(20) VALUE "10 a 24 km".
           02                              pic x(20) VALUE "25 a 49 km".
           02                              pic x(20) VALUE "50 a 99 km".
           02                              pic x(20)
               VALUE "100 km et plus".
           02                              pic x(20) VALUE "Etranger".
           02                              pic x(20)
               VALUE "Hors referentiel".
           02                              pic x(20)
               VALUE "Adresse non saisie".
       01 REDEFINES LibellesTranches.
           02 libelleTranche               pic x(20) OCCURS 8.
       01 tabTranchesZone.
           02 detailTrancheZone OCCURS 8.
               03 nbClientsTranche         pic 9(5).
               03 nbResasTranche           pic 9(7).
               03 recetteTranche           pic 9(9)v99.
       01 totauxZone.
           02 nbClientsTotal               pic 9(5) value 0.
           02 nbResasTotal                 pic 9(7) value 0.
           02 recetteTotal                 pic 9(9)v99 value 0.
       01 LigneEnteteZone.
           02                              pic x(40) VALUE
               "Zone de chalandise -- saison du ".
           02 debutSaisonEd                pic 9(8).
           02                              pic x(4) VALUE " au ".
           02 finSaisonEd                  pic 9(8).
       01 LigneSectionZone.
           02                              pic x(3) VALUE "-- ".
           02 libelleSectionZoneEd         pic x(30).
       01 LigneTitresZone.
           02                              pic x(40) VALUE SPACES.
           02                              pic x(10) VALUE "   Clients".
           02                              pic x(14)
               VALUE "  Reservations".
           02                              pic x(16)
               VALUE "         Recette".
       01 LigneDetailZone.
           02 libelleZoneEd                pic x(40).
           02 nbClientsZoneEd              pic zzzzzzzzz9.
           02 nbResasZoneEd                pic zzzzzzzzzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 recetteZoneEd                pic zzzzzzzzzz9,99.
       01 LigneBilanSansReservation.
           02                              pic x(35)
               VALUE "Clients sans reservation saison : ".
           02 nbClientsSansReservationEd   pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    origine geographique du public de la saison, pour le
      *    dossier de subvention des collectivites : clients ayant
      *    reserve, reservations et recette facturee par commune,
      *    par departement et par tranche de distance au theatre ;
      *    la saison court de septembre a aout et c'est celle de la
      *    date de traitement ; l'adresse est celle de la fiche
      *    client, le departement et la distance sortent du
      *    referentiel des codes postaux
           OPEN INPUT FiClient FiResaClient FiCreances FiCodesPostaux.
           OPEN OUTPUT FiZoneChalandise.

           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamZone.
           move dateTraitementJour(1:4) to anneeSaison.
           if dateTraitementJour(5:2) < "09"
               subtract 1 from anneeSaison
           end-if.
           compute debutSaison = anneeSaison * 10000 + 0901.
           compute finSaison = (anneeSaison + 1) * 10000 + 0831.
           perform varying iTranche from 1 by 1 until iTranche > 8
               move 0 to nbClientsTranche(iTranche)
               move 0 to nbResasTranche(iTranche)
               move 0 to recetteTranche(iTranche)
           end-perform.

           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           perform cumuleRecetteClient until finFiCreances.

           move low-values to codeClientMaster.
           start FiClient key is >= codeClientMaster
               invalid key move "10" to fs-fiClient
               not invalid key
                   read FiClient next
                       at end move "10" to fs-fiClient
                   end-read
           end-start.
           perform analyseClientZone until finErreurFiClient.

           perform ecritRapportZone.

           CLOSE FiClient FiResaClient FiCreances FiCodesPostaux
                 FiZoneChalandise.
           STOP RUN.

       lireParamZone.
      *****************************************
      *    meme date d'application que le traitement de nuit
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

       cumuleRecetteClient.
      *****************************************
      *    recette = facturations des representations de la saison ;
      *    un report a nouveau de cloture se lit comme le sens
      *    d'origine des mouvements qu'il remplace
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           if creanceFacturation
                   and dateRepresentationCreance >= debutSaison
                   and dateRepresentationCreance <= finSaison
               perform varying iRecette from 1 by 1
                       until iRecette > nbClientsRecettes
                           or codeClientRecette(iRecette)
                               = codeClientCreance
                   continue
               end-perform
               if iRecette > nbClientsRecettes
                       and nbClientsRecettes < 5000
                   add 1 to nbClientsRecettes
                   move codeClientCreance
                       to codeClientRecette(nbClientsRecettes)
                   move 0 to recetteClient(nbClientsRecettes)
               end-if
               if iRecette <= nbClientsRecettes
                   add montantCreance to recetteClient(iRecette)
               end-if
           end-if.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       analyseClientZone.
      *****************************************
           move codeClientMaster to clientCourantZone.
           if not clientEfface
               perform cumuleResasClientZone
               move 0 to recetteClientZone
               perform varying iRecette from 1 by 1
                       until iRecette > nbClientsRecettes
                   if codeClientRecette(iRecette) = clientCourantZone
                       move recetteClient(iRecette)
                           to recetteClientZone
                   end-if
               end-perform
               if nbResasClientZone = 0 and recetteClientZone = 0
                   add 1 to nbClientsSansReservation
               else
                   perform classeClientZone
               end-if
           end-if.
           read FiClient next
               at end move "10" to fs-fiClient
           end-read.

       cumuleResasClientZone.
      *****************************************
           move 0 to nbResasClientZone.
           move clientCourantZone to codeClientRef.
           start FiResaClient key is = codeClientRef
               invalid key continue
               not invalid key
                   read FiResaClient next
                       at end move "10" to fs-fiResaClient
                   end-read
                   perform compteResaClientZone
                       until finErreurFiResaClient
                           or codeClientRef not = clientCourantZone
           end-start.
           move "00" to fs-fiResaClient.

       compteResaClientZone.
      *****************************************
           if dateRepresentationRef >= debutSaison
                   and dateRepresentationRef <= finSaison
               add 1 to nbResasClientZone
           end-if.
           read FiResaClient next
               at end move "10" to fs-fiResaClient
           end-read.

       classeClientZone.
      *****************************************
      *    une adresse en France absente du referentiel garde son
      *    code postal et sa commune, le departement est alors tire
      *    du code postal (trois chiffres outre-mer)
           move spaces to libelleCommuneCourante.
           evaluate true
               when codePostalClientMaster = spaces
                       and communeClientMaster = spaces
                   move "(adresse non saisie)"
                       to libelleCommuneCourante
                   move "?" to departementCourant
                   move 8 to iTranche
               when paysClientMaster not = spaces
                       and paysClientMaster not = "FR"
                   string "(etranger) " paysClientMaster
                       delimited by size into libelleCommuneCourante
                   move "ETR" to departementCourant
                   move 6 to iTranche
               when other
                   string codePostalClientMaster " "
                       communeClientMaster
                       delimited by size into libelleCommuneCourante
                   move codePostalClientMaster to codePostalRef
                   move communeClientMaster to communeRef
                   read FiCodesPostaux
                       invalid key
                           perform departementDuCodePostal
                           move 7 to iTranche
                       not invalid key
                           move departementRef to departementCourant
                           perform chercheTrancheDistance
                   end-read
           end-evaluate.
           add 1 to nbClientsTranche(iTranche).
           add nbResasClientZone to nbResasTranche(iTranche).
           add recetteClientZone to recetteTranche(iTranche).
           perform cumuleCommuneZone.
           perform cumuleDepartementZone.
           add 1 to nbClientsTotal.
           add nbResasClientZone to nbResasTotal.
           add recetteClientZone to recetteTotal.

       departementDuCodePostal.
      *****************************************
           move spaces to departementCourant.
           if codePostalClientMaster(1:2) = "97"
                   or codePostalClientMaster(1:2) = "98"
               move codePostalClientMaster(1:3) to departementCourant
           else
               move codePostalClientMaster(1:2) to departementCourant
           end-if.

       chercheTrancheDistance.
      *****************************************
           evaluate true
               when distanceKmRef < 10
                   move 1 to iTranche
               when distanceKmRef < 25
                   move 2 to iTranche
               when distanceKmRef < 50
                   move 3 to iTranche
               when distanceKmRef < 100
                   move 4 to iTranche
               when other
                   move 5 to iTranche
           end-evaluate.

       cumuleCommuneZone.
      *****************************************
           perform varying iCommune from 1 by 1
                   until iCommune > nbCommunes
                       or libelleCommuneZone(iCommune)
                           = libelleCommuneCourante
               continue
           end-perform.
           if iCommune > nbCommunes and nbCommunes < 1000
               add 1 to nbCommunes
               move libelleCommuneCourante
                   to libelleCommuneZone(nbCommunes)
               move departementCourant
                   to departementCommuneZone(nbCommunes)
               move 0 to nbClientsCommune(nbCommunes)
               move 0 to nbResasCommune(nbCommunes)
               move 0 to recetteCommune(nbCommunes)
           end-if.
           if iCommune <= nbCommunes
               add 1 to nbClientsCommune(iCommune)
               add nbResasClientZone to nbResasCommune(iCommune)
               add recetteClientZone to recetteCommune(iCommune)
           end-if.

       cumuleDepartementZone.
      *****************************************
           perform varying iDepartement from 1 by 1
                   until iDepartement > nbDepartements
                       or codeDepartementZone(iDepartement)
                           = departementCourant
               continue
           end-perform.
           if iDepartement > nbDepartements and nbDepartements < 150
               add 1 to nbDepartements
               move departementCourant
                   to codeDepartementZone(nbDepartements)
               move 0 to nbClientsDepartement(nbDepartements)
               move 0 to nbResasDepartement(nbDepartements)
               move 0 to recetteDepartement(nbDepartements)
           end-if.
           if iDepartement <= nbDepartements
               add 1 to nbClientsDepartement(iDepartement)
               add nbResasClientZone
                   to nbResasDepartement(iDepartement)
               add recetteClientZone
                   to recetteDepartement(iDepartement)
           end-if.

       ecritRapportZone.
      *****************************************
           move debutSaison to debutSaisonEd.
           move finSaison to finSaisonEd.
           move LigneEnteteZone to EnregZoneChalandise.
           perform ecritLigneZone.

           move "Par commune" to libelleSectionZoneEd.
           perform ecritTitresSectionZone.
           perform varying iCommune from 1 by 1
                   until iCommune > nbCommunes
               move libelleCommuneZone(iCommune) to libelleZoneEd
               move nbClientsCommune(iCommune) to nbClientsZoneEd
               move nbResasCommune(iCommune) to nbResasZoneEd
               move recetteCommune(iCommune) to recetteZoneEd
               move LigneDetailZone to EnregZoneChalandise
               perform ecritLigneZone
           end-perform.

           move "Par departement" to libelleSectionZoneEd.
           perform ecritTitresSectionZone.
           perform varying iDepartement from 1 by 1
                   until iDepartement > nbDepartements
               move codeDepartementZone(iDepartement) to libelleZoneEd
               move nbClientsDepartement(iDepartement)
                   to nbClientsZoneEd
               move nbResasDepartement(iDepartement) to nbResasZoneEd
               move recetteDepartement(iDepartement) to recetteZoneEd
               move LigneDetailZone to EnregZoneChalandise
               perform ecritLigneZone
           end-perform.

           move "Par distance au theatre" to libelleSectionZoneEd.
           perform ecritTitresSectionZone.
           perform varying iTranche from 1 by 1 until iTranche > 8
               move libelleTranche(iTranche) to libelleZoneEd
               move nbClientsTranche(iTranche) to nbClientsZoneEd
               move nbResasTranche(iTranche) to nbResasZoneEd
               move recetteTranche(iTranche) to recetteZoneEd
               move LigneDetailZone to EnregZoneChalandise
               perform ecritLigneZone
           end-perform.

           move "Total saison" to libelleZoneEd.
           move nbClientsTotal to nbClientsZoneEd.
           move nbResasTotal to nbResasZoneEd.
           move recetteTotal to recetteZoneEd.
           move spaces to EnregZoneChalandise.
           perform ecritLigneZone.
           move LigneDetailZone to EnregZoneChalandise.
           perform ecritLigneZone.
           move nbClientsSansReservation
               to nbClientsSansReservationEd.
           move LigneBilanSansReservation to EnregZoneChalandise.
           perform ecritLigneZone.

       ecritTitresSectionZone.
      *****************************************
           move spaces to EnregZoneChalandise.
           perform ecritLigneZone.
           move LigneSectionZone to EnregZoneChalandise.
           perform ecritLigneZone.
           move LigneTitresZone to EnregZoneChalandise.
           perform ecritLigneZone.

       ecritLigneZone.
      *****************************************
           display EnregZoneChalandise.
           write EnregZoneChalandise.

       end program ZoneChalandise.
