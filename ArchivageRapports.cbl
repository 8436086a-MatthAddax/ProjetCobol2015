       program-id. ArchivageRapports as "ArchivageRapports".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiParamArchivage
              assign "../Fichiers/paramArchivage.seq"
              organization is line sequential
              file status is fs-fiParamArchivage.

          select optional FiDistribution
              assign "../Fichiers/distributionRapports.seq"
              organization is line sequential
              file status is fs-fiDistribution.

          select optional FiRapportSource assign using nomRapportSource
              organization is line sequential
              file status is fs-fiRapportSource.

          select FiArchive assign using nomArchive
              organization is line sequential
              file status is fs-fiArchive.

          select optional FiCatalogue
              assign "../Fichiers/catalogueRapports.seq"
              organization is line sequential
              file status is fs-fiCatalogue.

          select optional FiCatalogueTravail
              assign "../Fichiers/catalogueRapportsTravail.seq"
              organization is line sequential
              file status is fs-fiCatalogueTravail.

          select FiBordereau
              assign "../Fichiers/bordereauDistribution.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiParamArchivage.
      *    rapports de la chaine a archiver chaque nuit : fichier,
      *    programme qui le produit, classe de conservation (Q
      *    quotidienne, M mensuelle, A legale) ; sans fichier de
      *    parametre, la liste par defaut du programme s'applique
       01 EnregParamArchivage.
           02 nomRapportParam              pic x(30).
           02 programmeRapportParam        pic x(30).
           02 classeRetentionParam         pic x.
       FD FiDistribution.
      *    liste de distribution : une ligne par rapport et par
      *    service destinataire, regroupee par service
       01 EnregDistribution.
           02 nomRapportDistrib            pic x(30).
           02 codeServiceDistrib           pic x(6).
           02 libelleServiceDistrib        pic x(30).
       FD FiRapportSource.
       01 EnregRapportSource               pic x(250).
       FD FiArchive.
       01 EnregArchive                     pic x(250).
       FD FiCatalogue.
      *    catalogue des rapports archives : un rapport d'une nuit
      *    par ligne, avec le nom de son archive et la date a
      *    laquelle elle sera purgee
       01 EnregCatalogue.
           02 nomRapportCatalogue          pic x(30).
           02 programmeCatalogue           pic x(30).
           02 dateRunCatalogue             pic 9(8).
           02 nbLignesCatalogue            pic 9(7).
           02 classeRetentionCatalogue     pic x.
           02 datePurgeCatalogue           pic 9(8).
           02 nomArchiveCatalogue          pic x(60).
       FD FiCatalogueTravail.
       01 EnregCatalogueTravail            pic x(144).
       FD FiBordereau.
       01 EnregBordereau                   pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiParamArchivage              pic x(2).
           88 finFiParamArchivage   VALUE "10".
       77 fs-fiDistribution                pic x(2).
           88 finFiDistribution     VALUE "10".
       77 fs-fiRapportSource               pic x(2).
           88 finFiRapportSource    VALUE "10".
       77 fs-fiArchive                     pic x(2).
       77 fs-fiCatalogue                   pic x(2).
           88 finFiCatalogue        VALUE "10".
       77 fs-fiCatalogueTravail            pic x(2).
           88 finFiCatalogueTravail VALUE "10".
       77 dateTraitementJour               pic 9(8).
       77 nomRapportSource                 pic x(60).
       77 nomArchive                       pic x(60).
       77 nomArchivePurgee                 pic x(60).
       77 quantiemePurge                   pic 9(7).
       77 joursRetention                   pic 9(4).
       77 nbLignesRapport                  pic 9(7).
       77 nbRapports                       pic 99 value 0.
       77 iRapport                         pic 99.
       77 nbDistributions                  pic 9(3) value 0.
       77 iDistribution                    pic 9(3).
       77 iClasse                          pic 9.
       77 serviceCourant                   pic x(6).
       77 nbRapportsArchives               pic 9(3) value 0.
       77 nbRapportsAbsents                pic 9(3) value 0.
       77 nbArchivesPurgees                pic 9(5) value 0.
       77 nbEntreesCatalogue               pic 9(5) value 0.
       77 rapportDuJourFlag                pic x.
           88 rapportDuJour         VALUE "O".
      *    rapports de la chaine archives a defaut de fichier de
      *    parametre
       01 RapportsParDefaut.
           02                              pic x(30)
               VALUE "ListingTitres.seq".
           02                              pic x(30)
               VALUE "GestionSpectacle2".
           02                              pic x VALUE "Q".
           02                              pic x(30)
               VALUE "ListingMensuel.seq".
           02                              pic x(30)
               VALUE "GestionSpectacle2".
           02                              pic x VALUE "M".
           02                              pic x(30)
               VALUE "Revenu.seq".
           02                              pic x(30)
               VALUE "GestionSpectacle2".
           02                              pic x VALUE "M".
           02                              pic x(30)
               VALUE "erreurs.seq".
           02                              pic x(30)
               VALUE "GestionSpectacle2".
           02                              pic x VALUE "Q".
           02                              pic x(30)
               VALUE "rapportReventes.seq".
           02                              pic x(30)
               VALUE "RapportReventes".
           02                              pic x VALUE "Q".
           02                              pic x(30)
               VALUE "rapportCreances.seq".
           02                              pic x(30)
               VALUE "RapportCreances".
           02                              pic x VALUE "M".
           02                              pic x(30)
               VALUE "rapportSiegesHS.seq".
           02                              pic x(30)
               VALUE "RapportSiegesHS".
           02                              pic x VALUE "Q".
           02                              pic x(30)
               VALUE "bilanOccupation.seq".
           02                              pic x(30)
               VALUE "TableauBordOccupation".
           02                              pic x VALUE "M".
           02                              pic x(30)
               VALUE "rapportPrelevements.seq".
           02                              pic x(30)
               VALUE "EmissionPrelevements".
           02                              pic x VALUE "A".
           02                              pic x(30)
               VALUE "rapportRetoursPrelevements.seq".
           02                              pic x(30)
               VALUE "RetoursPrelevements".
           02                              pic x VALUE "A".
           02                              pic x(30)
               VALUE "rapportRejeuHorsLigne.seq".
           02                              pic x(30)
               VALUE "RejeuVentesHorsLigne".
           02                              pic x VALUE "A".
           02                              pic x(30)
               VALUE "releveAgences.seq".
           02                              pic x(30)
               VALUE "ReleveAgences".
           02                              pic x VALUE "M".
       01 REDEFINES RapportsParDefaut.
           02 rapportParDefautT OCCURS 12.
               03 nomRapportDefautT        pic x(30).
               03 programmeDefautT         pic x(30).
               03 classeDefautT            pic x.
       01 tabRapports.
           02 detailRapport OCCURS 50.
               03 nomRapportT              pic x(30).
               03 programmeRapportT        pic x(30).
               03 classeRetentionT         pic x.
               03 nbLignesRapportT         pic 9(7).
               03 nomArchiveT              pic x(60).
      *    classes de conservation : duree en jours apres la nuit
      *    du rapport ; une classe inconnue est conservee comme Q
       01 ClassesRetention.
           02                              pic x VALUE "Q".
           02                              pic 9(4) VALUE 40.
           02                              pic x VALUE "M".
           02                              pic 9(4) VALUE 400.
           02                              pic x VALUE "A".
           02                              pic 9(4) VALUE 3653.
       01 REDEFINES ClassesRetention.
           02 classeRetentionDetail OCCURS 3.
               03 codeClasseT              pic x.
               03 joursClasseT             pic 9(4).
       01 tabDistribution.
           02 detailDistribution OCCURS 200.
               03 nomRapportDistribT       pic x(30).
               03 codeServiceDistribT      pic x(6).
               03 libelleServiceDistribT   pic x(30).
       01 LigneEnteteBordereau.
           02                              pic x(36) VALUE
               "Bordereau de distribution de la nuit".
           02                              pic x(4) VALUE " du ".
           02 dateBordereauEd              pic 9(8).
       01 LigneServiceBordereau.
           02                              pic x(10) VALUE "Service : ".
           02 codeServiceBordereauEd       pic x(6).
           02                              pic x(3) VALUE " - ".
           02 libelleServiceBordereauEd    pic x(30).
       01 LigneRapportBordereau.
           02                              pic x(4) VALUE SPACES.
           02 nomRapportBordereauEd        pic x(30).
           02                              pic x VALUE SPACE.
           02 nbLignesBordereauEd          pic zzzzzz9.
           02                              pic x(8) VALUE " lignes ".
           02 etatRapportBordereauEd       pic x(20).
       01 LigneBilanArchives.
           02                              pic x(35)
               VALUE "Rapports archives               : ".
           02 nbRapportsArchivesEd         pic zzzz9.
       01 LigneBilanAbsents.
           02                              pic x(35)
               VALUE "Rapports non produits           : ".
           02 nbRapportsAbsentsEd          pic zzzz9.
       01 LigneBilanPurges.
           02                              pic x(35)
               VALUE "Archives purgees                : ".
           02 nbArchivesPurgeesEd          pic zzzz9.
       01 LigneBilanCatalogue.
           02                              pic x(35)
               VALUE "Entrees au catalogue            : ".
           02 nbEntreesCatalogueEd         pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    derniere etape de la chaine de nuit : chaque rapport que
      *    la chaine vient d'ecraser est copie sous un nom date,
      *    inscrit au catalogue avec sa date de purge, et remis aux
      *    services de la liste de distribution ; les archives
      *    arrivees au terme de leur conservation sont supprimees.
      *    Relancee la meme nuit, l'archive du jour est refaite et
      *    son entree au catalogue remplacee, sans doublon
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitement.
           perform chargerRapportsArchives.
           perform chargerDistribution.

           OPEN INPUT FiCatalogue.
           OPEN OUTPUT FiCatalogueTravail.
           if fs-fiCatalogue = "00"
               read FiCatalogue
                   at end move "10" to fs-fiCatalogue
               end-read
               perform revoitEntreeCatalogue until finFiCatalogue
           end-if.
           CLOSE FiCatalogue.

           perform archiveRapport
               varying iRapport from 1 by 1 until iRapport > nbRapports.
           CLOSE FiCatalogueTravail.

           perform reecritCatalogue.
           perform ecritBordereau.
           perform ecritBilanArchivage.
           STOP RUN.

       lireParamTraitement.
      *****************************************
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

       chargerRapportsArchives.
      *****************************************
           OPEN INPUT FiParamArchivage.
           if fs-fiParamArchivage = "00"
               read FiParamArchivage
                   at end move "10" to fs-fiParamArchivage
               end-read
               perform chargerLigneParamArchivage
                   until finFiParamArchivage or nbRapports >= 50
           end-if.
           CLOSE FiParamArchivage.
           if nbRapports = 0
               perform varying iRapport from 1 by 1
                       until iRapport > 12
                   move nomRapportDefautT(iRapport)
                       to nomRapportT(iRapport)
                   move programmeDefautT(iRapport)
                       to programmeRapportT(iRapport)
                   move classeDefautT(iRapport)
                       to classeRetentionT(iRapport)
               end-perform
               move 12 to nbRapports
           end-if.

       chargerLigneParamArchivage.
      *****************************************
           if nomRapportParam not = spaces
               add 1 to nbRapports
               move nomRapportParam to nomRapportT(nbRapports)
               move programmeRapportParam
                   to programmeRapportT(nbRapports)
               move classeRetentionParam
                   to classeRetentionT(nbRapports)
           end-if.
           read FiParamArchivage
               at end move "10" to fs-fiParamArchivage
           end-read.

       chargerDistribution.
      *****************************************
           OPEN INPUT FiDistribution.
           if fs-fiDistribution = "00"
               read FiDistribution
                   at end move "10" to fs-fiDistribution
               end-read
               perform chargerLigneDistribution
                   until finFiDistribution or nbDistributions >= 200
           end-if.
           CLOSE FiDistribution.

       chargerLigneDistribution.
      *****************************************
           add 1 to nbDistributions.
           move nomRapportDistrib
               to nomRapportDistribT(nbDistributions).
           move codeServiceDistrib
               to codeServiceDistribT(nbDistributions).
           move libelleServiceDistrib
               to libelleServiceDistribT(nbDistributions).
           read FiDistribution
               at end move "10" to fs-fiDistribution
           end-read.

       revoitEntreeCatalogue.
      *****************************************
      *    une entree echue est purgee avec son archive ; une entree
      *    de cette nuit pour un rapport a archiver sera remplacee
           if datePurgeCatalogue < dateTraitementJour
               move nomArchiveCatalogue to nomArchivePurgee
               call "CBL_DELETE_FILE" using nomArchivePurgee
               add 1 to nbArchivesPurgees
           else
               move "N" to rapportDuJourFlag
               if dateRunCatalogue = dateTraitementJour
                   perform varying iRapport from 1 by 1
                           until iRapport > nbRapports
                       if nomRapportT(iRapport) = nomRapportCatalogue
                           move "O" to rapportDuJourFlag
                       end-if
                   end-perform
               end-if
               if not rapportDuJour
                   move EnregCatalogue to EnregCatalogueTravail
                   write EnregCatalogueTravail
                   add 1 to nbEntreesCatalogue
               end-if
           end-if.
           read FiCatalogue
               at end move "10" to fs-fiCatalogue
           end-read.

       archiveRapport.
      *****************************************
      *    un rapport absent ou vide cette nuit n'est pas archive :
      *    son programme n'a pas tourne
           move 0 to nbLignesRapport.
           move 0 to nbLignesRapportT(iRapport).
           move spaces to nomArchiveT(iRapport).
           move spaces to nomRapportSource.
           string "../Fichiers/" nomRapportT(iRapport)
                  delimited by space
               into nomRapportSource
           end-string.
           OPEN INPUT FiRapportSource.
           if fs-fiRapportSource = "00"
               read FiRapportSource
                   at end move "10" to fs-fiRapportSource
               end-read
           else
               move "10" to fs-fiRapportSource
           end-if.
           if finFiRapportSource
               add 1 to nbRapportsAbsents
           else
               move spaces to nomArchive
               string "../Fichiers/archive" dateTraitementJour
                      nomRapportT(iRapport) delimited by space
                   into nomArchive
               end-string
               OPEN OUTPUT FiArchive
               perform copieLigneRapport until finFiRapportSource
               CLOSE FiArchive
               move nbLignesRapport to nbLignesRapportT(iRapport)
               move nomArchive to nomArchiveT(iRapport)
               perform inscritCatalogue
               add 1 to nbRapportsArchives
           end-if.
           CLOSE FiRapportSource.

       copieLigneRapport.
      *****************************************
           move EnregRapportSource to EnregArchive.
           write EnregArchive.
           add 1 to nbLignesRapport.
           read FiRapportSource
               at end move "10" to fs-fiRapportSource
           end-read.

       inscritCatalogue.
      *****************************************
           move codeClasseT(1) to classeRetentionCatalogue.
           move joursClasseT(1) to joursRetention.
           perform varying iClasse from 1 by 1 until iClasse > 3
               if codeClasseT(iClasse) = classeRetentionT(iRapport)
                   move codeClasseT(iClasse)
                       to classeRetentionCatalogue
                   move joursClasseT(iClasse) to joursRetention
               end-if
           end-perform.
           compute quantiemePurge =
               function integer-of-date(dateTraitementJour)
               + joursRetention.
           compute datePurgeCatalogue =
               function date-of-integer(quantiemePurge).
           move nomRapportT(iRapport) to nomRapportCatalogue.
           move programmeRapportT(iRapport) to programmeCatalogue.
           move dateTraitementJour to dateRunCatalogue.
           move nbLignesRapport to nbLignesCatalogue.
           move nomArchive to nomArchiveCatalogue.
           move EnregCatalogue to EnregCatalogueTravail.
           write EnregCatalogueTravail.
           add 1 to nbEntreesCatalogue.

       reecritCatalogue.
      *****************************************
           OPEN INPUT FiCatalogueTravail.
           OPEN OUTPUT FiCatalogue.
           read FiCatalogueTravail
               at end move "10" to fs-fiCatalogueTravail
           end-read.
           perform recopieEntreeCatalogue until finFiCatalogueTravail.
           CLOSE FiCatalogueTravail FiCatalogue.

       recopieEntreeCatalogue.
      *****************************************
           move EnregCatalogueTravail to EnregCatalogue.
           write EnregCatalogue.
           read FiCatalogueTravail
               at end move "10" to fs-fiCatalogueTravail
           end-read.

       ecritBordereau.
      *****************************************
      *    un rapport de la liste non produit cette nuit figure au
      *    bordereau pour que le service sache qu'il n'aura rien
           OPEN OUTPUT FiBordereau.
           move dateTraitementJour to dateBordereauEd.
           move LigneEnteteBordereau to EnregBordereau.
           write EnregBordereau.
           move spaces to serviceCourant.
           perform ecritLigneBordereau
               varying iDistribution from 1 by 1
               until iDistribution > nbDistributions.
           CLOSE FiBordereau.

       ecritLigneBordereau.
      *****************************************
           if codeServiceDistribT(iDistribution) not = serviceCourant
               move codeServiceDistribT(iDistribution)
                   to serviceCourant
               move serviceCourant to codeServiceBordereauEd
               move libelleServiceDistribT(iDistribution)
                   to libelleServiceBordereauEd
               move LigneServiceBordereau to EnregBordereau
               write EnregBordereau
           end-if.
           move nomRapportDistribT(iDistribution)
               to nomRapportBordereauEd.
           move 0 to nbLignesBordereauEd.
           move "non produit" to etatRapportBordereauEd.
           perform varying iRapport from 1 by 1
                   until iRapport > nbRapports
               if nomRapportT(iRapport)
                       = nomRapportDistribT(iDistribution)
                   and nomArchiveT(iRapport) not = spaces
                   move nbLignesRapportT(iRapport)
                       to nbLignesBordereauEd
                   move "archive" to etatRapportBordereauEd
               end-if
           end-perform.
           move LigneRapportBordereau to EnregBordereau.
           write EnregBordereau.

       ecritBilanArchivage.
      *****************************************
           move nbRapportsArchives to nbRapportsArchivesEd.
           move nbRapportsAbsents to nbRapportsAbsentsEd.
           move nbArchivesPurgees to nbArchivesPurgeesEd.
           move nbEntreesCatalogue to nbEntreesCatalogueEd.
           display LigneBilanArchives.
           display LigneBilanAbsents.
           display LigneBilanPurges.
           display LigneBilanCatalogue.

       end program ArchivageRapports.
