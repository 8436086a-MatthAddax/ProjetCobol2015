              record key is clePlanSiege
                  file status is fs-fiPlanSalle.

          select optional FiConfigRepresentations
              assign "../Fichiers/CONFIGREPRESENTATIONS.IND"
              organization is indexed access mode is dynamic
              record key is codeSpectConfigRep
                  file status is fs-fiConfigRepresentations.

          select optional FiHoraires
              assign "../Fichiers/HORAIRES.IND"
              organization is indexed access mode is dynamic
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
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
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
       FD FiParamManifeste.
       01 EnregParamManifeste.
           02 codeSpectManifesteParam      pic x(7).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
               88 siegeAttribueEntree  value "E".
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
       01 EnregPlanSiege.
           02 clePlanSiege.
               03 numSallePlan             pic 9(2).
               03 codeConfigPlan           pic x(4).
               03 numeroSiegePlan          pic 9(4).
           02 rangeePlan                   pic x(2).
           02 siegeDansRangPlan            pic 9(3).
           02 couloirPlan                  pic x.
           02 visibilitePlan               pic x.
           02 accessiblePlan               pic x.
           02 zonePlan                     pic x.
       FD FiConfigRepresentations.
      *    configuration de salle de chaque representation ; sans
      *    ligne, la representation garde les capacites de la salle
       01 EnregConfigRepresentation.
           02 codeSpectConfigRep           pic x(7).
           02 codeConfigRep                pic x(4).
       FD FiHoraires.
       01 EnregHoraire.
           02 cleHoraire.
           88 finErreurFiSieges     VALUES "10" THRU "99".
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiPlanSalle                   pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiHoraires                    pic x(2).
       77 fs-fiSiegesHorsService           pic x(2).
           88 finFiSiegesHorsService VALUE "10".
       77 nomClientManifeste               pic x(20).
       77 cleSiegeManifeste                pic x(15).
       77 nbSiegesManifeste                pic 9(5) value 0.
       77 nbSiegesEntreeManifeste          pic 9(5) value 0.
       77 nbPlacesAccessManifeste          pic s9(5) value 0.
       77 repAnnuleeFlag                   pic x value "N".
           88 representationAnnulee VALUE "O".
           02                              pic x(26)
               VALUE "Sieges attribues        : ".
           02 nbSiegesManifesteEd          pic zzzz9.
       01 LigneTotalSiegesEntree.
           02                              pic x(26)
               VALUE "Places a l'entree       : ".
           02 nbSiegesEntreeManifesteEd    pic zzzz9.
       01 LigneSiegeHorsService.
           02                              pic x(6) VALUE "Siege ".
           02 numeroSiegeHSEd              pic 9(4).

           CLOSE FiReservationsDetail FiClient FiSieges
                 FiParamManifeste FiManifeste FiSpectacle
                 FiPlanSalle FiHoraires FiConfigRepresentations.
           STOP RUN.

       lireParamManifeste.
      *    la salle de la representation sert a traduire les numeros
      *    de sieges abstraits en rangee/place du plan de salle ;
      *    spectacle deja archive : pas de traduction possible
           OPEN INPUT FiSpectacle FiPlanSalle FiHoraires
                      FiConfigRepresentations.
           move codeSpectManifeste to codeSpect.
           read FiSpectacle
               invalid key move 0 to numSalleManifeste
               not invalid key move numSalle to numSalleManifeste
           end-read.
           perform chercheConfigRepresentation.

       chercheHeureManifeste.
      *****************************************
           display LigneTotalSieges.
           move LigneTotalSieges to EnregManifeste.
           write EnregManifeste.
           if nbSiegesEntreeManifeste > 0
               move nbSiegesEntreeManifeste
                   to nbSiegesEntreeManifesteEd
               display LigneTotalSiegesEntree
               move LigneTotalSiegesEntree to EnregManifeste
               write EnregManifeste
           end-if.

       listeSiege.
      *****************************************
               invalid key move spaces to nomClientSiegeEd
               not invalid key move nomClientMaster to nomClientSiegeEd
           end-read.
      *    un siege vendu en surreservation n'a pas de place au
      *    plan : la porte le place sur un no-show
           if siegeAttribueEntree
               move spaces to rangeeSiegeManifesteEd
               move 0 to placeDansRangManifesteEd
               move " A L'ENTREE" to attributSiegeManifesteEd
               add 1 to nbSiegesEntreeManifeste
           else
               perform traduitSiegePlan
           end-if.
           display LigneSiegeManifeste.
           move LigneSiegeManifeste to EnregManifeste.
           write EnregManifeste.
           move spaces to attributSiegeManifesteEd.
           if numSalleManifeste > 0
               move numSalleManifeste to numSallePlan
               move codeConfigCourante to codeConfigPlan
               move numeroSiege to numeroSiegePlan
               perform lirePlanSiege
               if fs-fiPlanSalle = "00"
                       move rangeePlan to rangeeSiegeManifesteEd
                       move siegeDansRangPlan
                           to placeDansRangManifesteEd
                               move " couloir"
                                   to attributSiegeManifesteEd
                       end-evaluate
               end-if
           end-if.

       lirePlanSiege.
      *****************************************
      *    plan de la configuration de la representation, a defaut
      *    le plan par defaut de la salle ; l'appelant garnit la cle
           read FiPlanSalle
               invalid key
                   move spaces to codeConfigPlan
                   read FiPlanSalle
                       invalid key continue
                   end-read
           end-read.

       listeSiegesHorsService.
      *****************************************
      *    signale a la porte les sieges morts de la salle pour
           move LigneTotalAccessibles to EnregManifeste.
           write EnregManifeste.

       chercheConfigRepresentation.
      *****************************************
      *    configuration de salle de la representation courante,
      *    a blanc quand elle n'en nomme aucune
           move spaces to codeConfigCourante.
           move codeSpect to codeSpectConfigRep.
           read FiConfigRepresentations
               invalid key continue
               not invalid key
                   move codeConfigRep to codeConfigCourante
           end-read.

       end program ManifesteSpectacle.
