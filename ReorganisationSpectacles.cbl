              organization is line sequential
              file status is fs-fiTravailSpectacle.

          select optional FiConfigRepresentations
              assign "../Fichiers/CONFIGREPRESENTATIONS.IND"
              organization is indexed access mode is dynamic
              record key is codeSpectConfigRep
                  file status is fs-fiConfigRepresentations.

          select FiTravailConfigRep
              assign "../Fichiers/reorgTravailConfigRep.seq"
              organization is line sequential
              file status is fs-fiTravailConfigRep.

          select FiTravailSieges
              assign "../Fichiers/reorgTravailSieges.seq"
              organization is line sequential
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiParamReorganisation.
       01 EnregParamReorganisation.
           02 optionResequencerParam       pic x.
       FD FiTravailSpectacle.
       01 EnregTravailSpectacle            pic x(68).
       FD FiConfigRepresentations.
       01 EnregConfigRepresentation.
           02 codeSpectConfigRep           pic x(7).
           02 codeConfigRep                pic x(4).
       FD FiTravailConfigRep.
       01 EnregTravailConfigRep            pic x(11).
       FD FiTravailSieges.
       01 EnregTravailSieges               pic x(27).
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiCreances.
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
           02 montantCreance               pic 9(5)v99.
           02 dateMouvementCreance         pic 9(8).
           02 modeReglementCreance         pic x.
           02 canalVenteCreance            pic x.
           02 dateReglementRejeteCreance   pic 9(8).
           02 sensReporteCreance           pic x.
       FD FiXref.
       01 EnregXref.
           02 codeSpectAncienXref          pic x(7).
           88 finFiTravailSpectacle VALUE "10".
       77 fs-fiTravailSieges               pic x(2).
           88 finFiTravailSieges   VALUE "10".
       77 fs-fiConfigRepresentations       pic x(2).
           88 finErreurFiConfigRep VALUES "10" THRU "99".
       77 fs-fiTravailConfigRep            pic x(2).
           88 finFiTravailConfigRep VALUE "10".
       77 optionResequencer                pic x value "N".
           88 resequencerDemande    VALUE "O".
       77 genrePrecedent                   pic x(5) value spaces.
       77 nbAttentesRemappees              pic 9(5) value 0.
       77 nbOptionsRemappees               pic 9(5) value 0.
       77 nbSiegesRecharges                pic 9(5) value 0.
       77 nbConfigsRechargees              pic 9(5) value 0.
       77 fs-fiReservationsDetail          pic x(2).
           88 finFiReservationsDetail VALUE "10".
       77 fs-fiCreances                    pic x(2).
           02                              pic x(35)
               VALUE "Sieges recharges                : ".
           02 nbSiegesRechargesEd          pic zzzz9.
       01 LigneBilanReorgConfigs.
           02                              pic x(35)
               VALUE "Configurations rechargees       : ".
           02 nbConfigsRechargeesEd        pic zzzz9.
       01 LigneBilanReorgDetails.
           02                              pic x(35)
               VALUE "Lignes de detail remappees      : ".

      *    tous les fichiers porteurs d'un codeSpect sont remis
      *    d'equerre dans la meme passe : references client, liste
      *    d'attente, options, plan de salle, configurations de
      *    salle, detail des reservations et grand livre des
      *    creances ; seule la piste
      *    d'audit reste a remapper en aval avec le fichier de
      *    correspondance
           if resequencerDemande and nbXref > 0
               perform remappeAttentes
               perform remappeOptions
               perform rechargeSieges
               perform rechargeConfigRepresentations
               perform remappeDetails
               perform remappeCreances
           end-if.
               at end move "10" to fs-fiTravailSieges
           end-read.

       rechargeConfigRepresentations.
      *****************************************
      *    le codeSpect est la cle de la configuration de chaque
      *    representation : meme traitement que les sieges
           OPEN INPUT FiConfigRepresentations.
           OPEN OUTPUT FiTravailConfigRep.
           move low-values to codeSpectConfigRep.
           start FiConfigRepresentations
                   key is >= codeSpectConfigRep
               invalid key move "10" to fs-fiConfigRepresentations
               not invalid key
                   read FiConfigRepresentations next
                       at end move "10" to fs-fiConfigRepresentations
                   end-read
           end-start.
           perform dechargeConfigRepReorg until finErreurFiConfigRep.
           CLOSE FiConfigRepresentations FiTravailConfigRep.

           OPEN OUTPUT FiConfigRepresentations.
           OPEN INPUT FiTravailConfigRep.
           read FiTravailConfigRep
               at end move "10" to fs-fiTravailConfigRep
           end-read.
           perform rechargeConfigRepReorg until finFiTravailConfigRep.
           CLOSE FiConfigRepresentations FiTravailConfigRep.

       dechargeConfigRepReorg.
      *****************************************
           move codeSpectConfigRep to codeSpectRemplace.
           perform chercheXref.
           move codeSpectRemplace to codeSpectConfigRep.
           move EnregConfigRepresentation to EnregTravailConfigRep.
           write EnregTravailConfigRep.
           read FiConfigRepresentations next
               at end move "10" to fs-fiConfigRepresentations
           end-read.

       rechargeConfigRepReorg.
      *****************************************
           move EnregTravailConfigRep to EnregConfigRepresentation.
           write EnregConfigRepresentation
               invalid key continue
               not invalid key add 1 to nbConfigsRechargees
           end-write.
           read FiTravailConfigRep
               at end move "10" to fs-fiTravailConfigRep
           end-read.

       remappeDetails.
      *****************************************
      *    reecriture en place, la longueur ne changeant pas
           move nbAttentesRemappees to nbAttentesRemappeesEd.
           move nbOptionsRemappees to nbOptionsRemappeesEd.
           move nbSiegesRecharges to nbSiegesRechargesEd.
           move nbConfigsRechargees to nbConfigsRechargeesEd.
           move nbDetailsRemappes to nbDetailsRemappesEd.
           move nbCreancesRemappees to nbCreancesRemappeesEd.
           display LigneBilanReorgRelus.
           display LigneBilanReorgAttentes.
           display LigneBilanReorgOptions.
           display LigneBilanReorgSieges.
           display LigneBilanReorgConfigs.
           display LigneBilanReorgDetails.
           display LigneBilanReorgCreances.

