       program-id. ConsultationRapports as "ConsultationRapports".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiParamConsultation
              assign "../Fichiers/paramConsultationRapports.seq"
              organization is line sequential
              file status is fs-fiParamConsultation.

          select optional FiCatalogue
              assign "../Fichiers/catalogueRapports.seq"
              organization is line sequential
              file status is fs-fiCatalogue.

          select optional FiArchive assign using nomArchive
              organization is line sequential
              file status is fs-fiArchive.

          select FiConsultation
              assign "../Fichiers/consultationRapports.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiParamConsultation.
      *    action L pour lister le catalogue, R pour reimprimer ;
      *    rapport et date a blanc et a zero listent tout, la
      *    reimpression demande le rapport et la nuit voulus
       01 EnregParamConsultation.
           02 actionConsultationParam      pic x.
           02 nomRapportConsultParam       pic x(30).
           02 dateRunConsultParam          pic 9(8).
       FD FiCatalogue.
       01 EnregCatalogue.
           02 nomRapportCatalogue          pic x(30).
           02 programmeCatalogue           pic x(30).
           02 dateRunCatalogue             pic 9(8).
           02 nbLignesCatalogue            pic 9(7).
           02 classeRetentionCatalogue     pic x.
           02 datePurgeCatalogue           pic 9(8).
           02 nomArchiveCatalogue          pic x(60).
       FD FiArchive.
       01 EnregArchive                     pic x(250).
       FD FiConsultation.
       01 EnregConsultation                pic x(250).

       working-storage section.
      *----------------------------------------
       77 fs-fiParamConsultation           pic x(2).
       77 fs-fiCatalogue                   pic x(2).
           88 finFiCatalogue        VALUE "10".
       77 fs-fiArchive                     pic x(2).
           88 finFiArchive          VALUE "10".
       77 nomArchive                       pic x(60).
       77 actionConsultation               pic x value "L".
           88 listeDemandee         VALUE "L".
           88 reimpressionDemandee  VALUE "R".
       77 nomRapportCherche                pic x(30) value spaces.
       77 dateRunCherchee                  pic 9(8) value 0.
       77 nbEntreesTrouvees                pic 9(5) value 0.
       77 nbLignesReimprimees              pic 9(7) value 0.
       01 LigneEnteteConsultation.
           02                              pic x(30)
               VALUE "Catalogue des rapports -- ".
           02 nomRapportChercheEd          pic x(30).
           02                              pic x(7) VALUE " nuit ".
           02 dateRunChercheeEd            pic 9(8).
       01 LigneEntreeCatalogue.
           02 nomRapportCatalogueEd        pic x(30).
           02                              pic x VALUE SPACE.
           02 programmeCatalogueEd         pic x(22).
           02                              pic x VALUE SPACE.
           02 dateRunCatalogueEd           pic 9(8).
           02                              pic x VALUE SPACE.
           02 nbLignesCatalogueEd          pic zzzzzz9.
           02                              pic x(9)
               VALUE " classe ".
           02 classeCatalogueEd            pic x.
           02                              pic x(8) VALUE " purge ".
           02 datePurgeCatalogueEd         pic 9(8).
       01 LigneReimpression.
           02                              pic x(27)
               VALUE "===== Reimpression archive ".
           02 nomArchiveEd                 pic x(60).
       01 LigneBilanTrouvees.
           02                              pic x(35)
               VALUE "Rapports archives trouves       : ".
           02 nbEntreesTrouveesEd          pic zzzz9.
       01 LigneBilanReimprimees.
           02                              pic x(35)
               VALUE "Lignes reimprimees              : ".
           02 nbLignesReimprimeesEd        pic zzzzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    consultation du catalogue des rapports archives par
      *    ArchivageRapports : liste des archives d'un rapport ou
      *    d'une nuit, ou reimpression d'un rapport archive tel
      *    qu'il a ete produit
           perform lireParamConsultation.
           OPEN OUTPUT FiConsultation.
           move nomRapportCherche to nomRapportChercheEd.
           move dateRunCherchee to dateRunChercheeEd.
           display LigneEnteteConsultation.
           move LigneEnteteConsultation to EnregConsultation.
           write EnregConsultation.

           OPEN INPUT FiCatalogue.
           if fs-fiCatalogue = "00"
               read FiCatalogue
                   at end move "10" to fs-fiCatalogue
               end-read
               perform examineEntreeCatalogue until finFiCatalogue
           end-if.
           CLOSE FiCatalogue.

           if reimpressionDemandee and nbEntreesTrouvees = 0
               display "Aucune archive de ce rapport pour cette "
                       "nuit (purgee ou jamais produite)"
           end-if.
           perform ecritBilanConsultation.
           CLOSE FiConsultation.
           STOP RUN.

       lireParamConsultation.
      *****************************************
           OPEN INPUT FiParamConsultation.
           read FiParamConsultation
               at end continue
               not at end
                   if actionConsultationParam = "R"
                       move "R" to actionConsultation
                   end-if
                   move nomRapportConsultParam to nomRapportCherche
                   if dateRunConsultParam is numeric
                       move dateRunConsultParam to dateRunCherchee
                   end-if
           end-read.
           CLOSE FiParamConsultation.

       examineEntreeCatalogue.
      *****************************************
           if (nomRapportCherche = spaces
                   or nomRapportCatalogue = nomRapportCherche)
               and (dateRunCherchee = 0
                   or dateRunCatalogue = dateRunCherchee)
               add 1 to nbEntreesTrouvees
               perform listeEntreeCatalogue
               if reimpressionDemandee
                   perform reimprimeArchive
               end-if
           end-if.
           read FiCatalogue
               at end move "10" to fs-fiCatalogue
           end-read.

       listeEntreeCatalogue.
      *****************************************
           move nomRapportCatalogue to nomRapportCatalogueEd.
           move programmeCatalogue to programmeCatalogueEd.
           move dateRunCatalogue to dateRunCatalogueEd.
           move nbLignesCatalogue to nbLignesCatalogueEd.
           move classeRetentionCatalogue to classeCatalogueEd.
           move datePurgeCatalogue to datePurgeCatalogueEd.
           display LigneEntreeCatalogue.
           move LigneEntreeCatalogue to EnregConsultation.
           write EnregConsultation.

       reimprimeArchive.
      *****************************************
           move nomArchiveCatalogue to nomArchive.
           move nomArchive to nomArchiveEd.
           display LigneReimpression.
           move LigneReimpression to EnregConsultation.
           write EnregConsultation.
           OPEN INPUT FiArchive.
           if fs-fiArchive = "00"
               read FiArchive
                   at end move "10" to fs-fiArchive
               end-read
               perform reimprimeLigneArchive until finFiArchive
           else
               display "Archive introuvable : " nomArchive
           end-if.
           CLOSE FiArchive.

       reimprimeLigneArchive.
      *****************************************
           display EnregArchive.
           move EnregArchive to EnregConsultation.
           write EnregConsultation.
           add 1 to nbLignesReimprimees.
           read FiArchive
               at end move "10" to fs-fiArchive
           end-read.

       ecritBilanConsultation.
      *****************************************
           move nbEntreesTrouvees to nbEntreesTrouveesEd.
           display LigneBilanTrouvees.
           move LigneBilanTrouvees to EnregConsultation.
           write EnregConsultation.
           if reimpressionDemandee
               move nbLignesReimprimees to nbLignesReimprimeesEd
               display LigneBilanReimprimees
               move LigneBilanReimprimees to EnregConsultation
               write EnregConsultation
           end-if.

       end program ConsultationRapports.
