       program-id. ExtraitPaiePersonnel as "ExtraitPaiePersonnel".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiPlanning
              assign "../Fichiers/PLANNINGPERSONNEL.IND"
              organization is indexed access mode is dynamic
              record key is clePlanning
                  alternate record key is codePersonnelPlanning
                                        with duplicates
                  file status is fs-fiPlanning.

          select optional FiPersonnel
              assign "../Fichiers/PERSONNEL.IND"
              organization is indexed access mode is dynamic
              record key is codePersonnel
                  file status is fs-fiPersonnel.

          select optional FiParamListing
              assign "../Fichiers/ParamListing.seq"
              organization is line sequential
              file status is fs-fiParamListing.

          select FiExtraitPaie assign "../Fichiers/extraitPaie.seq"
              organization is line sequential.

          select FiListePaie assign "../Fichiers/listePaie.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiPlanning.
       01 EnregPlanning.
           02 clePlanning.
               03 datePlanning             pic 9(8).
               03 codeSpectPlanning        pic x(7).
               03 rolePlanning             pic x.
               03 rangPlanning             pic 99.
           02 codePersonnelPlanning        pic x(6).
           02 heureDebutPlanning           pic 9(4).
           02 heureFinPlanning             pic 9(4).
           02 minutesPrevuesPlanning       pic 9(4).
           02 minutesEffectueesPlanning    pic 9(4).
           02 etatPlanning                 pic x.
               88 planningPropose      value "P".
               88 planningConfirme     value "C".
               88 planningAbsent       value "A".
       FD FiPersonnel.
       01 EnregPersonnel.
           02 codePersonnel                pic x(6).
           02 nomPersonnel                 pic x(20).
           02 prenomPersonnel              pic x(15).
           02 rolesPersonnel               pic x(3).
           02 joursDispoPersonnel          pic x(7).
           02 tauxHorairePersonnel         pic 9(3)v99.
           02 etatPersonnel                pic x.
       FD FiParamListing.
       01 EnregParamListing.
           02 anneeListingParam            pic 9(4).
           02 moisListingParam             pic 99.
       FD FiExtraitPaie.
      *    extrait pour le logiciel de paie : une ligne par agent
      *    ayant travaille dans le mois, heures en centiemes, taux
      *    horaire de la fiche et brut a payer
       01 EnregExtraitPaie.
           02 periodeExtraitPaie           pic 9(6).
           02 codePersonnelExtrait         pic x(6).
           02 nomPersonnelExtrait          pic x(20).
           02 prenomPersonnelExtrait       pic x(15).
           02 nbServicesExtrait            pic 9(3).
           02 minutesExtrait               pic 9(5).
           02 heuresExtrait                pic 9(3)v99.
           02 tauxHoraireExtrait           pic 9(3)v99.
           02 montantBrutExtrait           pic 9(7)v99.
       FD FiListePaie.
       01 EnregListePaie                   pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiPlanning                    pic x(2).
           88 finErreurFiPlanning   VALUES "10" THRU "99".
       77 fs-fiPersonnel                   pic x(2).
       77 fs-fiParamListing                pic x(2).
       77 anneePaie                        pic 9(4) value 2015.
       77 moisPaie                         pic 99 value 10.
       77 dateDebutMois                    pic 9(8).
       77 dateFinMois                      pic 9(8).
       77 iAgentPaie                       pic 9(3).
       77 nbAgentsPaie                     pic 9(3) value 0.
       77 nbServicesNonConfirmes           pic 9(5) value 0.
       77 totalHeuresMois                  pic 9(5)v99 value 0.
       77 totalBrutMois                    pic 9(9)v99 value 0.
      *    cumuls du mois par agent, dans l'ordre de premier service
       01 tabAgentsPaie.
           02 detailAgentPaie OCCURS 300.
               03 codeAgentPaie            pic x(6).
               03 nbServicesAgent          pic 9(3).
               03 minutesAgent             pic 9(5).
       01 LigneEntetePaie.
           02                              pic x(40) VALUE
               "Heures du personnel d'accueil -- mois ".
           02 moisPaieEd                   pic 99.
           02                              pic x VALUE "/".
           02 anneePaieEd                  pic 9(4).
       01 LigneAgentPaie.
           02 codeAgentEd                  pic x(6).
           02                              pic x VALUE SPACE.
           02 nomAgentEd                   pic x(20).
           02                              pic x VALUE SPACE.
           02 prenomAgentEd                pic x(15).
           02 nbServicesEd                 pic zz9.
           02                              pic x(11) VALUE " services ".
           02 heuresAgentEd                pic zz9,99.
           02                              pic x(4) VALUE " h x".
           02 tauxHoraireEd                pic zz9,99.
           02                              pic x(3) VALUE " = ".
           02 montantBrutEd                pic zzzzzz9,99.
       01 LigneTotalPaie.
           02                              pic x(35)
               VALUE "Total des heures confirmees     : ".
           02 totalHeuresMoisEd            pic zzzz9,99.
           02                              pic x(10) VALUE "   brut : ".
           02 totalBrutMoisEd              pic zzzzzzzz9,99.
       01 LigneNonConfirmesPaie.
           02                              pic x(35)
               VALUE "Services non confirmes, hors paie: ".
           02 nbServicesNonConfirmesEd     pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    extrait de paie du mois : les heures effectuees sur les
      *    postes confirmes du planning, totalisees par agent et
      *    valorisees au taux horaire de sa fiche ; les postes encore
      *    proposes ne sont pas payes et sont comptes a part pour
      *    relancer la confirmation ; le mois est celui du parametre
      *    de listing
           OPEN INPUT FiPlanning FiPersonnel FiParamListing.
           OPEN OUTPUT FiExtraitPaie FiListePaie.

           perform lireParamPaie.
           compute dateDebutMois = anneePaie * 10000
               + moisPaie * 100 + 1.
           compute dateFinMois = anneePaie * 10000
               + moisPaie * 100 + 31.

           if fs-fiPlanning = "00"
               move low-values to clePlanning
               move dateDebutMois to datePlanning
               start FiPlanning key is >= clePlanning
                   invalid key move "10" to fs-fiPlanning
                   not invalid key
                       read FiPlanning next
                           at end move "10" to fs-fiPlanning
                       end-read
               end-start
           else
               move "10" to fs-fiPlanning
           end-if.
           perform cumuleServicePaie
               until finErreurFiPlanning or datePlanning > dateFinMois.

           perform ecritExtraitPaie.

           CLOSE FiPlanning FiPersonnel FiParamListing FiExtraitPaie
                 FiListePaie.
           STOP RUN.

       lireParamPaie.
      *****************************************
      *    meme parametre de periode que le listing mensuel
           read FiParamListing
               at end continue
               not at end
                   if anneeListingParam is numeric
                           and anneeListingParam > 0
                       move anneeListingParam to anneePaie
                   end-if
                   if moisListingParam is numeric
                           and moisListingParam >= 1
                           and moisListingParam <= 12
                       move moisListingParam to moisPaie
                   end-if
           end-read.

       cumuleServicePaie.
      *****************************************
           evaluate true
               when planningConfirme
                   perform chercheAgentPaie
                   if iAgentPaie <= nbAgentsPaie
                       add 1 to nbServicesAgent(iAgentPaie)
                       add minutesEffectueesPlanning
                           to minutesAgent(iAgentPaie)
                   end-if
               when planningPropose
                   add 1 to nbServicesNonConfirmes
               when other
                   continue
           end-evaluate.
           read FiPlanning next
               at end move "10" to fs-fiPlanning
           end-read.

       chercheAgentPaie.
      *****************************************
           perform varying iAgentPaie from 1 by 1
                   until iAgentPaie > nbAgentsPaie
                       or codeAgentPaie(iAgentPaie)
                           = codePersonnelPlanning
               continue
           end-perform.
           if iAgentPaie > nbAgentsPaie and nbAgentsPaie < 300
               add 1 to nbAgentsPaie
               move codePersonnelPlanning to codeAgentPaie(nbAgentsPaie)
               move 0 to nbServicesAgent(nbAgentsPaie)
               move 0 to minutesAgent(nbAgentsPaie)
           end-if.

       ecritExtraitPaie.
      *****************************************
           move moisPaie to moisPaieEd.
           move anneePaie to anneePaieEd.
           display LigneEntetePaie.
           move LigneEntetePaie to EnregListePaie.
           write EnregListePaie.
           perform varying iAgentPaie from 1 by 1
                   until iAgentPaie > nbAgentsPaie
               perform ecritAgentPaie
           end-perform.
           move totalHeuresMois to totalHeuresMoisEd.
           move totalBrutMois to totalBrutMoisEd.
           display LigneTotalPaie.
           move LigneTotalPaie to EnregListePaie.
           write EnregListePaie.
           move nbServicesNonConfirmes to nbServicesNonConfirmesEd.
           display LigneNonConfirmesPaie.
           move LigneNonConfirmesPaie to EnregListePaie.
           write EnregListePaie.

       ecritAgentPaie.
      *****************************************
      *    un agent sorti du fichier du personnel garde ses heures,
      *    sans taux : la paie le valorise a la main
           move codeAgentPaie(iAgentPaie) to codePersonnel.
           read FiPersonnel
               invalid key
                   move spaces to nomPersonnel prenomPersonnel
                   move "(agent inconnu)" to nomPersonnel
                   move 0 to tauxHorairePersonnel
           end-read.
           compute periodeExtraitPaie = anneePaie * 100 + moisPaie.
           move codeAgentPaie(iAgentPaie) to codePersonnelExtrait.
           move nomPersonnel to nomPersonnelExtrait.
           move prenomPersonnel to prenomPersonnelExtrait.
           move nbServicesAgent(iAgentPaie) to nbServicesExtrait.
           move minutesAgent(iAgentPaie) to minutesExtrait.
           compute heuresExtrait rounded =
               minutesAgent(iAgentPaie) / 60.
           move tauxHorairePersonnel to tauxHoraireExtrait.
           compute montantBrutExtrait rounded =
               minutesAgent(iAgentPaie) * tauxHorairePersonnel / 60.
           write EnregExtraitPaie.
           add heuresExtrait to totalHeuresMois.
           add montantBrutExtrait to totalBrutMois.
           move codePersonnelExtrait to codeAgentEd.
           move nomPersonnelExtrait to nomAgentEd.
           move prenomPersonnelExtrait to prenomAgentEd.
           move nbServicesExtrait to nbServicesEd.
           move heuresExtrait to heuresAgentEd.
           move tauxHoraireExtrait to tauxHoraireEd.
           move montantBrutExtrait to montantBrutEd.
           display LigneAgentPaie.
           move LigneAgentPaie to EnregListePaie.
           write EnregListePaie.

       end program ExtraitPaiePersonnel.
