       program-id. ClotureCreances as "ClotureCreances".

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

          select optional FiCreances
              assign "../Fichiers/creances.seq"
              organization is line sequential
              file status is fs-fiCreances.

          select optional FiHistoCreances
              assign "../Fichiers/creancesHistorique.seq"
              organization is line sequential
              file status is fs-fiHistoCreances.

          select optional FiClotures
              assign "../Fichiers/clotureCreances.seq"
              organization is line sequential
              file status is fs-fiClotures.

          select optional FiSoldesCloture
              assign "../Fichiers/soldesCloture.seq"
              organization is line sequential
              file status is fs-fiSoldesCloture.

          select optional FiParamCloture
              assign "../Fichiers/ParamCloture.seq"
              organization is line sequential
              file status is fs-fiParamCloture.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select FiTravailCreances
              assign "../Fichiers/clotureTravailCreances.seq"
              organization is line sequential
              file status is fs-fiTravailCreances.

          select FiReports
              assign "../Fichiers/REPORTSCREANCES.IND"
              organization is indexed access mode is dynamic
              record key is cleReport
                  file status is fs-fiReports.
       data division.
      *========================================
       file section.
      *----------------------------------------
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
       FD FiHistoCreances.
      *    mouvements des periodes closes, dans leur forme d'origine,
      *    suivis du mois de cloture qui les a sortis du grand livre
       01 EnregHistoCreance.
           02 mouvementHistoCreance        pic x(48).
           02 periodeClotureHisto          pic 9(6).
       FD FiClotures.
      *    une ligne par cloture mensuelle ; la plus recente fixe la
      *    date au-dela de laquelle le grand livre accepte encore des
      *    ecritures
       01 EnregCloture.
           02 periodeCloture               pic 9(6).
           02 dateFinPeriodeCloture        pic 9(8).
           02 dateExecutionCloture         pic 9(8).
           02 nbMouvementsArchivesCloture  pic 9(7).
           02 nbReportsCloture             pic 9(7).
           02 totalDebitCloture            pic 9(9)v99.
           02 totalCreditCloture           pic 9(9)v99.
       FD FiSoldesCloture.
       01 EnregSoldeCloture.
           02 periodeSolde                 pic 9(6).
           02 codeClientSolde              pic x(6).
           02 totalDebitSolde              pic 9(9)v99.
           02 totalCreditSolde             pic 9(9)v99.
           02 soldeClotureClient           pic s9(9)v99
                                           sign leading separate.
       FD FiParamCloture.
       01 EnregParamCloture.
           02 anneeClotureParam            pic 9(4).
           02 moisClotureParam             pic 99.
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiTravailCreances.
       01 EnregTravailCreance              pic x(48).
       FD FiReports.
      *    cumul de travail par client, representation, sens d'origine,
      *    mode et canal : ces cles suffisent a tous les lecteurs du
      *    grand livre pour retrouver leurs totaux apres la cloture
       01 EnregReport.
           02 cleReport.
               03 codeClientReport         pic x(6).
               03 codeSpectReport          pic x(7).
               03 dateRepresentationReport pic 9(8).
               03 sensReport               pic x.
               03 modeReglementReport      pic x.
               03 canalVenteReport         pic x.
           02 montantReport                pic 9(9)v99.
           02 dateMouvementReport          pic 9(8).
           02 dateReglementRejeteReport    pic 9(8).
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
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiHistoCreances               pic x(2).
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 fs-fiSoldesCloture               pic x(2).
       77 fs-fiParamCloture                pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiTravailCreances             pic x(2).
           88 finFiTravailCreances  VALUE "10".
       77 fs-fiReports                     pic x(2).
           88 finErreurFiReports    VALUES "10" THRU "99".
       01 dateTraitementJour               pic 9(8).
       01 REDEFINES dateTraitementJour.
           02 anneeTraitement              pic 9(4).
           02 moisTraitement               pic 99.
           02                              pic 99.
       77 anneeCloture                     pic 9(4).
       77 moisCloture                      pic 99.
       77 periodeClotureCourante           pic 9(6).
       77 dateDebutMoisSuivant             pic 9(8).
       77 dateFinPeriode                   pic 9(8).
       77 dateFinDerniereCloture           pic 9(8) value 0.
       77 periodeDerniereCloture           pic 9(6) value 0.
       77 clientSoldeCourant               pic x(6).
       77 totalDebitClient                 pic 9(9)v99.
       77 totalCreditClient                pic 9(9)v99.
       77 resteAReporter                   pic 9(9)v99.
       77 nbMouvementsLus                  pic 9(7) value 0.
       77 nbMouvementsArchives             pic 9(7) value 0.
       77 nbReportsRepris                  pic 9(7) value 0.
       77 nbMouvementsConserves            pic 9(7) value 0.
       77 nbReportsEcrits                  pic 9(7) value 0.
       77 nbClientsSoldes                  pic 9(5) value 0.
       77 totalDebitGlobal                 pic 9(9)v99 value 0.
       77 totalCreditGlobal                pic 9(9)v99 value 0.
       01 LigneBilanPeriode.
           02                              pic x(35)
               VALUE "Periode cloturee (AAAAMM)       : ".
           02 periodeClotureEd             pic 9(6).
           02                              pic x(6) VALUE " au ".
           02 dateFinPeriodeEd             pic 9(8).
       01 LigneBilanMouvementsLus.
           02                              pic x(35)
               VALUE "Mouvements lus                  : ".
           02 nbMouvementsLusEd            pic zzzzzz9.
       01 LigneBilanArchives.
           02                              pic x(35)
               VALUE "Mouvements archives             : ".
           02 nbMouvementsArchivesEd       pic zzzzzz9.
       01 LigneBilanReportsRepris.
           02                              pic x(35)
               VALUE "Reports precedents repris       : ".
           02 nbReportsReprisEd            pic zzzzzz9.
       01 LigneBilanReportsEcrits.
           02                              pic x(35)
               VALUE "Reports a nouveau ecrits        : ".
           02 nbReportsEcritsEd            pic zzzzzz9.
       01 LigneBilanConserves.
           02                              pic x(35)
               VALUE "Mouvements de periode ouverte   : ".
           02 nbMouvementsConservesEd      pic zzzzzz9.
       01 LigneBilanClientsSoldes.
           02                              pic x(35)
               VALUE "Soldes clients de cloture       : ".
           02 nbClientsSoldesEd            pic zzzz9.
       01 LigneBilanTotaux.
           02                              pic x(35)
               VALUE "Debit / credit reportes         : ".
           02 totalDebitGlobalEd           pic zzzzzzzz9,99.
           02                              pic x(3) VALUE " / ".
           02 totalCreditGlobalEd          pic zzzzzzzz9,99.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    cloture mensuelle du grand livre des creances : les
      *    mouvements dates jusqu'a la fin du mois clos partent a
      *    l'historique, et le grand livre repart de reports a
      *    nouveau 'R' cumules par client, representation, sens
      *    d'origine, mode et canal (les reports d'une cloture
      *    precedente y sont refondus) ; un solde de cloture par
      *    client est ecrit, et toute ecriture datee dans la periode
      *    close est desormais refusee par les programmes qui
      *    alimentent le grand livre
           perform prendreVerrou.
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementCloture.
           perform lireParamCloture.
           perform lireDerniereCloture.

           if dateFinPeriode >= dateTraitementJour
               display "Periode " periodeClotureCourante
                       " non echue au " dateTraitementJour
                       " : cloture refusee"
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.
           if dateFinPeriode <= dateFinDerniereCloture
               display "Periode " periodeClotureCourante
                       " deja close (derniere cloture "
                       periodeDerniereCloture ") : cloture refusee"
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.

           OPEN OUTPUT FiReports.
           CLOSE FiReports.
           OPEN I-O FiReports.
           OPEN INPUT FiCreances.
           OPEN OUTPUT FiTravailCreances.
           OPEN EXTEND FiHistoCreances.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           perform trieMouvementCloture until finFiCreances.
           CLOSE FiCreances FiTravailCreances FiHistoCreances.

           OPEN OUTPUT FiCreances.
           OPEN EXTEND FiSoldesCloture.
           perform ecritReportsANouveau.
           CLOSE FiSoldesCloture.

           OPEN INPUT FiTravailCreances.
           read FiTravailCreances
               at end move "10" to fs-fiTravailCreances
           end-read.
           perform rechargeMouvementOuvert
               until finFiTravailCreances.
           CLOSE FiCreances FiTravailCreances FiReports.

           perform ecritCloture.
           perform ecritBilanCloture.
           perform libererVerrou.
           STOP RUN.

       lireParamTraitementCloture.
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

       lireParamCloture.
      *****************************************
      *    mois a clore fourni par le fichier de parametre ; a
      *    defaut le mois qui precede la date de traitement
           if moisTraitement = 1
               subtract 1 from anneeTraitement giving anneeCloture
               move 12 to moisCloture
           else
               move anneeTraitement to anneeCloture
               subtract 1 from moisTraitement giving moisCloture
           end-if.
           OPEN INPUT FiParamCloture.
           read FiParamCloture
               at end continue
               not at end
                   if anneeClotureParam is numeric
                           and anneeClotureParam > 0
                           and moisClotureParam is numeric
                           and moisClotureParam >= 1
                           and moisClotureParam <= 12
                       move anneeClotureParam to anneeCloture
                       move moisClotureParam to moisCloture
                   end-if
           end-read.
           CLOSE FiParamCloture.
           compute periodeClotureCourante =
               anneeCloture * 100 + moisCloture.
      *    dernier jour du mois : la veille du premier du mois suivant
           if moisCloture = 12
               compute dateDebutMoisSuivant =
                   (anneeCloture + 1) * 10000 + 101
           else
               compute dateDebutMoisSuivant =
                   anneeCloture * 10000 + (moisCloture + 1) * 100 + 1
           end-if.
           compute dateFinPeriode = function date-of-integer
               (function integer-of-date(dateDebutMoisSuivant) - 1).

       lireDerniereCloture.
      *****************************************
           OPEN INPUT FiClotures.
           if fs-fiClotures = "00"
               read FiClotures
                   at end move "10" to fs-fiClotures
               end-read
               perform noteCloturePrecedente until finFiClotures
           end-if.
           CLOSE FiClotures.

       noteCloturePrecedente.
      *****************************************
           if dateFinPeriodeCloture > dateFinDerniereCloture
               move dateFinPeriodeCloture to dateFinDerniereCloture
               move periodeCloture to periodeDerniereCloture
           end-if.
           read FiClotures
               at end move "10" to fs-fiClotures
           end-read.

       trieMouvementCloture.
      *****************************************
      *    un report d'une cloture precedente est refondu tel quel,
      *    un mouvement de la periode close part a l'historique et au
      *    cumul, un mouvement posterieur reste au grand livre
           add 1 to nbMouvementsLus.
           evaluate true
               when creanceReportee
                   add 1 to nbReportsRepris
                   perform cumuleReport
               when dateMouvementCreance <= dateFinPeriode
                   move space to sensReporteCreance
                   move EnregCreance to mouvementHistoCreance
                   move periodeClotureCourante to periodeClotureHisto
                   write EnregHistoCreance
                   add 1 to nbMouvementsArchives
                   move sensCreance to sensReporteCreance
                   perform cumuleReport
               when other
                   move EnregCreance to EnregTravailCreance
                   write EnregTravailCreance
                   add 1 to nbMouvementsConserves
           end-evaluate.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       cumuleReport.
      *****************************************
      *    le report garde la plus ancienne date de mouvement et de
      *    reglement rejete de son cumul : l'anciennete des impayes
      *    calculee par les releves ne repart pas de la cloture
           move codeClientCreance to codeClientReport.
           move codeSpectCreance to codeSpectReport.
           move dateRepresentationCreance to dateRepresentationReport.
           move sensReporteCreance to sensReport.
           move modeReglementCreance to modeReglementReport.
           move canalVenteCreance to canalVenteReport.
           read FiReports
               invalid key
                   move montantCreance to montantReport
                   move dateMouvementCreance to dateMouvementReport
                   move dateReglementRejeteCreance
                       to dateReglementRejeteReport
                   write EnregReport
                       invalid key continue
                   end-write
               not invalid key
                   add montantCreance to montantReport
                   if dateMouvementCreance < dateMouvementReport
                       move dateMouvementCreance
                           to dateMouvementReport
                   end-if
                   if dateReglementRejeteCreance > 0
                       and (dateReglementRejeteReport = 0
                           or dateReglementRejeteCreance
                               < dateReglementRejeteReport)
                       move dateReglementRejeteCreance
                           to dateReglementRejeteReport
                   end-if
                   rewrite EnregReport
                       invalid key continue
                   end-rewrite
           end-read.

       ecritReportsANouveau.
      *****************************************
      *    le fichier de cumul se relit dans l'ordre de sa cle, donc
      *    client par client : le solde de cloture s'ecrit a chaque
      *    rupture de client
           move spaces to clientSoldeCourant.
           move 0 to totalDebitClient totalCreditClient.
           move low-values to cleReport.
           start FiReports key is >= cleReport
               invalid key move "10" to fs-fiReports
               not invalid key
                   read FiReports next
                       at end move "10" to fs-fiReports
                   end-read
           end-start.
           perform ecritReportClient until finErreurFiReports.
           if clientSoldeCourant not = spaces
               perform ecritSoldeClient
           end-if.

       ecritReportClient.
      *****************************************
           if codeClientReport not = clientSoldeCourant
               if clientSoldeCourant not = spaces
                   perform ecritSoldeClient
               end-if
               move codeClientReport to clientSoldeCourant
               move 0 to totalDebitClient totalCreditClient
           end-if.
           if sensReport = "P"
               add montantReport to totalCreditClient
               add montantReport to totalCreditGlobal
           else
               add montantReport to totalDebitClient
               add montantReport to totalDebitGlobal
           end-if.
           move montantReport to resteAReporter.
           perform ecritLigneReport until resteAReporter = 0.
           read FiReports next
               at end move "10" to fs-fiReports
           end-read.

       ecritLigneReport.
      *****************************************
      *    le champ montant du grand livre plafonne a 99999,99 : un
      *    cumul plus fort se reporte en plusieurs lignes
           move codeClientReport to codeClientCreance.
           move "R" to sensCreance.
           move codeSpectReport to codeSpectCreance.
           move dateRepresentationReport to dateRepresentationCreance.
           if resteAReporter > 99999.99
               move 99999.99 to montantCreance
           else
               move resteAReporter to montantCreance
           end-if.
           subtract montantCreance from resteAReporter.
           move dateMouvementReport to dateMouvementCreance.
           move modeReglementReport to modeReglementCreance.
           move canalVenteReport to canalVenteCreance.
           move dateReglementRejeteReport
               to dateReglementRejeteCreance.
           move sensReport to sensReporteCreance.
           write EnregCreance.
           add 1 to nbReportsEcrits.

       ecritSoldeClient.
      *****************************************
           move periodeClotureCourante to periodeSolde.
           move clientSoldeCourant to codeClientSolde.
           move totalDebitClient to totalDebitSolde.
           move totalCreditClient to totalCreditSolde.
           compute soldeClotureClient =
               totalDebitClient - totalCreditClient.
           write EnregSoldeCloture.
           add 1 to nbClientsSoldes.

       rechargeMouvementOuvert.
      *****************************************
           move EnregTravailCreance to EnregCreance.
           write EnregCreance.
           read FiTravailCreances
               at end move "10" to fs-fiTravailCreances
           end-read.

       ecritCloture.
      *****************************************
           move periodeClotureCourante to periodeCloture.
           move dateFinPeriode to dateFinPeriodeCloture.
           move dateTraitementJour to dateExecutionCloture.
           move nbMouvementsArchives to nbMouvementsArchivesCloture.
           move nbReportsEcrits to nbReportsCloture.
           move totalDebitGlobal to totalDebitCloture.
           move totalCreditGlobal to totalCreditCloture.
           OPEN EXTEND FiClotures.
           write EnregCloture.
           CLOSE FiClotures.

       ecritBilanCloture.
      *****************************************
           move periodeClotureCourante to periodeClotureEd.
           move dateFinPeriode to dateFinPeriodeEd.
           move nbMouvementsLus to nbMouvementsLusEd.
           move nbMouvementsArchives to nbMouvementsArchivesEd.
           move nbReportsRepris to nbReportsReprisEd.
           move nbReportsEcrits to nbReportsEcritsEd.
           move nbMouvementsConserves to nbMouvementsConservesEd.
           move nbClientsSoldes to nbClientsSoldesEd.
           move totalDebitGlobal to totalDebitGlobalEd.
           move totalCreditGlobal to totalCreditGlobalEd.
           display LigneBilanPeriode.
           display LigneBilanMouvementsLus.
           display LigneBilanArchives.
           display LigneBilanReportsRepris.
           display LigneBilanReportsEcrits.
           display LigneBilanConserves.
           display LigneBilanClientsSoldes.
           display LigneBilanTotaux.

       prendreVerrou.
      *****************************************
      *    le grand livre est reecrit ici : meme verrou
      *    d'exploitation que les autres mises a jour
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
           move "ClotureCreances" to nomProgrammeVerrou.
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

       end program ClotureCreances.
