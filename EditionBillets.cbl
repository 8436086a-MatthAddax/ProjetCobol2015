              relative key is salleIDLu
                  file status is fs-fiSalle.

          select optional FiConfigRepresentations
              assign "../Fichiers/CONFIGREPRESENTATIONS.IND"
              organization is indexed access mode is dynamic
              record key is codeSpectConfigRep
                  file status is fs-fiConfigRepresentations.

          select optional FiTarifs
              assign "../Fichiers/tarifs.seq"
              organization is line sequential
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
           02 nomSalle                     pic x(20).
           02 batiment                     pic x(20).
           02 placesAccessibles            pic 9(3).
       FD FiConfigRepresentations.
      *    configuration de salle de chaque representation ; sans
      *    ligne, la representation garde les capacites de la salle
       01 EnregConfigRepresentation.
           02 codeSpectConfigRep           pic x(7).
           02 codeConfigRep                pic x(4).
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
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
       FD FiSieges.
       01 EnregSiege.
           02 cleSiege.
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
               88 siegeAttribueEntree  value "E".
       FD FiPlanSalle.
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
       FD FiHoraires.
       01 EnregHoraire.
           02 cleHoraire.
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiTarifs                      pic x(2).
           88 finFiTarifs          VALUE "10".
       77 fs-fiClient                      pic x(2).
           02 rangeeBilletEd               pic x(2).
           02                              pic x(7) VALUE " place ".
           02 placeDansRangBilletEd        pic zz9.
       01 LigneSiegeEntreeBillet.
           02                              pic x(10) VALUE "Siege   : ".
           02                              pic x(30)
               VALUE "PLACE ATTRIBUEE A L'ENTREE".
       01 LigneClientBillet.
           02                              pic x(10) VALUE "Client  : ".
           02 nomClientBilletEd            pic x(20).
      *    ou deplacee ne produit plus de talon valable a la porte
           OPEN INPUT FiReservationsDetail FiSpectacle FiSalle
                      FiTarifs FiClient FiSieges FiPlanSalle
                      FiHoraires FiConfigRepresentations.
           OPEN I-O FiRegistreBillets.
           OPEN OUTPUT FiBillets.


           CLOSE FiReservationsDetail FiSpectacle FiSalle FiTarifs
                 FiClient FiSieges FiPlanSalle FiHoraires
                 FiConfigRepresentations FiRegistreBillets FiBillets.
           STOP RUN.

       chargerTarifsBillets.
               not invalid key
                   read FiSpectacle
                   move "O" to spectacleTrouve
                   perform chercheConfigRepresentation
                   move numSalle to salleIDLu
                   read FiSalle
                       invalid key
      *****************************************
           if codeClientSiege = clientBil(iBillet)
                   and categSiege = categBil(iBillet)
      *    un siege vendu en surreservation n'a pas de place au
      *    plan : le billet renvoie le spectateur au controle
               if siegeAttribueEntree
                   move LigneSiegeEntreeBillet to EnregBillet
               else
                   move numeroSiege to numeroSiegeBilletEd
                   perform traduitSiegePlanBillet
                   move LigneSiegeBillet to EnregBillet
               end-if
               write EnregBillet
           end-if.
           read FiSieges next
           move spaces to rangeeBilletEd.
           move 0 to placeDansRangBilletEd.
           move salleIDLu to numSallePlan.
           move codeConfigCourante to codeConfigPlan.
           move numeroSiege to numeroSiegePlan.
           perform lirePlanSiege.
           if fs-fiPlanSalle = "00"
               move rangeePlan to rangeeBilletEd
               move siegeDansRangPlan to placeDansRangBilletEd
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

       chercheHeureBillet.
                   to prixResolu(iCategTarif)
           end-perform.

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

       end program EditionBillets.
