              relative key is salleIDLu
                  file status is fs-fiSalle.

          select optional FiConfigSalles
              assign "../Fichiers/CONFIGSALLES.IND"
              organization is indexed access mode is dynamic
              record key is cleConfigSalle
                  file status is fs-fiConfigSalles.

          select optional FiProductions
              assign "../Fichiers/PRODUCTIONS.IND"
              organization is indexed access mode is dynamic
       FD FiParamPlanification.
      *    demande de planification : la production a programmer, le
      *    mois cible, le besoin en places, le nombre de dates
      *    souhaite, l'heure de lever de rideau envisagee, un
      *    drapeau pour ecrire les transactions 'N' en brouillon et,
      *    facultative, la configuration de salle voulue (debout,
      *    cabaret...) ; a blanc toutes les configurations concourent
       01 EnregParamPlanification.
           02 codeGenrePlanif              pic x(5).
           02 titrePlanif                  pic x(30).
           02 nbDatesPlanif                pic 99.
           02 heurePlanif                  pic 9(4).
           02 ecrireMajPlanif              pic x.
           02 codeConfigPlanif             pic x(4).
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
           02 nomSalle                     pic x(20).
           02 batiment                     pic x(20).
           02 placesAccessibles            pic 9(3).
       FD FiConfigSalles.
      *    configurations d'une salle : une representation est
      *    programmee dans l'une d'elles, avec ses capacites propres
       01 EnregConfigSalle.
           02 cleConfigSalle.
               03 numSalleConfig           pic 9(2).
               03 codeConfigSalle          pic x(4).
           02 libelleConfigSalle           pic x(20).
           02 tabPlacesConfig              pic 9(9).
           02 REDEFINES tabPlacesConfig.
               03 nbPlacesConfig           pic 9(3) OCCURS 3.
           02 placesAccessiblesConfig      pic 9(3).
       FD FiProductions.
       01 EnregProduction.
           02 cleProduction.
           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiIndisponibilites.
       01 EnregIndispo.
           02 numSalleIndispoLu            pic 9(2).
       77 fs-fiSalle                       pic x(2).
           88 finFiSalle            VALUES "10" THRU "99".
       77 fs-fiProductions                 pic x(2).
       77 fs-fiConfigSalles                pic x(2).
           88 finFiConfigSalles     VALUES "10" THRU "99".
       77 fs-fiIndisponibilites            pic x(2).
           88 finFiIndisponibilites VALUE "10".
       77 salleIDLu                        pic 9(2).
           02 detailOccupation OCCURS 300.
               03 dateOccupation           pic 9(8).
               03 numSalleOccupation       pic 9(2).
      *    un poste par configuration de salle assez grande : la
      *    meme salle y figure autant de fois qu'elle a de
      *    configurations retenues
       01 tabSallesPlanif.
           02 detailSallePlanif OCCURS 40.
               03 numSallePlanif           pic 9(2).
               03 capaciteSallePlanif      pic 9(4).
               03 nomSallePlanif           pic x(20).
               03 codeConfigSallePlanif    pic x(4).
               03 libelleConfigPlanif      pic x(20).
       01 LigneEnteteProp.
           02                              pic x(30)
               VALUE "Propositions de programmation ".
           02 numSallePropEd               pic 99.
           02                              pic x(2) VALUE SPACES.
           02 nomSallePropEd               pic x(20).
           02                              pic x(2) VALUE SPACES.
           02 codeConfigPropEd             pic x(4).
           02                              pic x VALUE SPACE.
           02 libelleConfigPropEd          pic x(20).
           02                              pic x(11)
               VALUE "  capacite ".
           02 capacitePropEd               pic zzz9.
           02 dateRepSortie                pic 9(8).
           02 numSalleRepSortie            pic 99.
           02 heureRepSortie               pic 9(4).
           02 codeConfigRepSortie          pic x(4).

       procedure division.
      *========================================
      *    ni fermee ni louee ; en option, les transactions 'N'
      *    partent en brouillon au format de majEntree.seq
           OPEN INPUT FiParamPlanification FiSpectacle FiSalle
                      FiProductions FiConfigSalles.
           OPEN OUTPUT FiPropositions FiMajPropose.

           perform lireParamPlanification.
           write EnregProposition.

           CLOSE FiParamPlanification FiSpectacle FiSalle
                 FiProductions FiConfigSalles FiPropositions
                 FiMajPropose.
           STOP RUN.

       lireParamPlanification.
               at end
                   display "Aucune demande de planification"
                   CLOSE FiParamPlanification FiSpectacle FiSalle
                         FiProductions FiConfigSalles FiPropositions
                         FiMajPropose
                   STOP RUN
               not at end continue
           end-read.

       chargerSallesPlanif.
      *****************************************
      *    retient les configurations de salle dont la capacite
      *    totale couvre le besoin en places de la demande ; une
      *    salle sans configuration ne peut plus recevoir de 'N'
           move 1 to salleIDLu.
           start FiSalle key >= salleIDLu
               invalid key move "10" to fs-fiSalle

       chargeSallePlanif.
      *****************************************
           move salleID to numSalleConfig.
           move low-values to codeConfigSalle.
           start FiConfigSalles key >= cleConfigSalle
               invalid key move "10" to fs-fiConfigSalles
               not invalid key
                   read FiConfigSalles next
                       at end move "10" to fs-fiConfigSalles
                   end-read
           end-start.
           perform chargeConfigPlanif
               until finFiConfigSalles or numSalleConfig not = salleID.
           read FiSalle next
               at end move "10" to fs-fiSalle
           end-read.

       chargeConfigPlanif.
      *****************************************
           compute capaciteSalleTotale = nbPlacesConfig(1)
               + nbPlacesConfig(2) + nbPlacesConfig(3).
           if capaciteSalleTotale >= placesRequisesPlanif
                   and (codeConfigPlanif = spaces
                       or codeConfigPlanif = codeConfigSalle)
                   and nbSallesChargees < 40
               add 1 to nbSallesChargees
               move salleID to numSallePlanif(nbSallesChargees)
               move capaciteSalleTotale
                   to capaciteSallePlanif(nbSallesChargees)
               move nomSalle to nomSallePlanif(nbSallesChargees)
               move codeConfigSalle
                   to codeConfigSallePlanif(nbSallesChargees)
               move libelleConfigSalle
                   to libelleConfigPlanif(nbSallesChargees)
           end-if.
           read FiConfigSalles next
               at end move "10" to fs-fiConfigSalles
           end-read.

       chargerOccupationsMois.
           move dateCourante to datePropEd.
           move numSallePlanif(iSalle) to numSallePropEd.
           move nomSallePlanif(iSalle) to nomSallePropEd.
           move codeConfigSallePlanif(iSalle) to codeConfigPropEd.
           move libelleConfigPlanif(iSalle) to libelleConfigPropEd.
           move capaciteSallePlanif(iSalle) to capacitePropEd.
           display LigneProposition.
           move LigneProposition to EnregProposition.
           write EnregProposition.
      *    le creneau propose occupe la salle : ses autres
      *    configurations ne sont plus proposees ce jour-la
           if nbOccupations < 300
               add 1 to nbOccupations
               move dateCourante to dateOccupation(nbOccupations)
               move numSallePlanif(iSalle)
                   to numSalleOccupation(nbOccupations)
           end-if.
           if ecrireMajPlanif = "O"
               perform ecritBrouillonMaj
           end-if.
           else
               move 0 to heureRepSortie
           end-if.
           move codeConfigSallePlanif(iSalle) to codeConfigRepSortie.
           move spaces to EnregMajPropose.
           move EnregRepSortie to EnregMajPropose(1:23).
           write EnregMajPropose.

       end program AssistantPlanification.
