       program-id. ReleveAgences as "ReleveAgences".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiAgences
              assign "../Fichiers/agences.seq"
              organization is line sequential
              file status is fs-fiAgences.

          select optional FiVentesAgences
              assign "../Fichiers/ventesAgences.seq"
              organization is line sequential
              file status is fs-fiVentesAgences.

          select optional FiParamListing
              assign "../Fichiers/ParamListing.seq"
              organization is line sequential
              file status is fs-fiParamListing.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select FiReleveAgences assign
                  "../Fichiers/releveAgences.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiAgences.
       01 EnregAgenceLu.
           02 codeAgenceLu                 pic x(4).
           02 nomAgenceLu                  pic x(20).
           02 codeClientAgenceLu           pic x(6).
           02 tauxCommissionAgenceLu       pic 99v99.
           02 delaiRetourAgenceLu          pic 99.
       FD FiVentesAgences.
       01 EnregVenteAgence.
           02 codeAgenceJournal            pic x(4).
           02 codeSpectJournal             pic x(7).
           02 dateRepresentationJournal    pic 9(8).
           02 categJournal                 pic 9.
           02 nbPlacesJournal              pic 99.
           02 montantJournal               pic 9(7)v99.
           02 dateVenteJournal             pic 9(8).
           02 referenceJournal             pic x(10).
       FD FiParamListing.
       01 EnregParamListing.
           02 anneeListingParam            pic 9(4).
           02 moisListingParam             pic 99.
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiReleveAgences.
       01 EnregReleveAgences               pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiAgences                     pic x(2).
           88 finFiAgences          VALUE "10".
       77 fs-fiVentesAgences               pic x(2).
           88 finFiVentesAgences    VALUE "10".
       77 fs-fiParamListing                pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       01 dateTraitementJour               pic 9(8).
       01 REDEFINES dateTraitementJour.
           02 anneeTraitement              pic 9(4).
           02 moisTraitement               pic 99.
           02                              pic 99.
       77 anneeReleve                      pic 9(4).
       77 moisReleve                       pic 99.
       77 dateDebutMois                    pic 9(8).
       77 dateFinMois                      pic 9(8).
       77 nbAgences                        pic 9(3) value 0.
       77 iAgence                          pic 9(3).
       77 nbVentesHorsReferentiel          pic 9(5) value 0.
       01 tabAgences.
           02 detailAgence OCCURS 100.
               03 codeAgenceT              pic x(4).
               03 nomAgenceT               pic x(20).
               03 codeClientAgenceT        pic x(6).
               03 tauxCommissionAgenceT    pic 99v99.
               03 nbBilletsAgenceT         pic 9(7).
               03 montantBrutAgenceT       pic 9(9)v99.
       01 totauxReleve.
           02 nbBilletsTotal               pic 9(7) value 0.
           02 montantBrutTotal             pic 9(9)v99 value 0.
           02 montantCommissionTotal       pic 9(9)v99 value 0.
           02 montantNetTotal              pic 9(9)v99 value 0.
       77 montantCommission                pic 9(9)v99.
       77 montantNet                       pic 9(9)v99.
       01 LigneEnteteReleve.
           02                              pic x(41) VALUE
               "Releve de reglement des agences, mois de ".
           02 moisReleveEd                 pic 99.
           02                              pic x VALUE "/".
           02 anneeReleveEd                pic 9(4).
       01 LigneTitresReleve.
           02                              pic x(6) VALUE "Agence".
           02                              pic x(28) VALUE SPACES.
           02                              pic x(8) VALUE " Billets".
           02                              pic x(14)
               VALUE "          Brut".
           02                              pic x(14)
               VALUE "    Commission".
           02                              pic x(14)
               VALUE "   Net du".
       01 LigneAgenceReleve.
           02 codeAgenceEd                 pic x(4).
           02                              pic x VALUE SPACE.
           02 nomAgenceEd                  pic x(20).
           02                              pic x VALUE SPACE.
           02 codeClientAgenceEd           pic x(6).
           02                              pic x(2) VALUE SPACES.
           02 nbBilletsEd                  pic zzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 montantBrutEd                pic zzzzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 montantCommissionEd          pic zzzzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 montantNetEd                 pic zzzzzzzz9,99.
       01 LigneHorsReferentiel.
           02                              pic x(35)
               VALUE "Ventes d'agences hors referentiel: ".
           02 nbVentesHorsReferentielEd    pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    releve mensuel de chaque agence exterieure : billets
      *    vendus sur le mois (date de vente du journal des ventes
      *    d'agences), montant brut facture a son code client,
      *    commission au taux du referentiel et net du par l'agence ;
      *    le mois est celui du parametre de listing, a defaut le
      *    mois qui precede la date de traitement
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamReleve.
           compute dateDebutMois = anneeReleve * 10000
               + moisReleve * 100 + 1.
           compute dateFinMois = anneeReleve * 10000
               + moisReleve * 100 + 31.

           perform chargerAgencesReleve.

           OPEN INPUT FiVentesAgences.
           OPEN OUTPUT FiReleveAgences.

           read FiVentesAgences
               at end move "10" to fs-fiVentesAgences
           end-read.
           perform cumuleVenteAgence until finFiVentesAgences.

           move moisReleve to moisReleveEd.
           move anneeReleve to anneeReleveEd.
           display LigneEnteteReleve.
           move LigneEnteteReleve to EnregReleveAgences.
           write EnregReleveAgences.
           display LigneTitresReleve.
           move LigneTitresReleve to EnregReleveAgences.
           write EnregReleveAgences.
           perform varying iAgence from 1 by 1
                   until iAgence > nbAgences
               perform ecritLigneAgence
           end-perform.
           perform ecritLigneTotalReleve.
           if nbVentesHorsReferentiel > 0
               move nbVentesHorsReferentiel
                   to nbVentesHorsReferentielEd
               display LigneHorsReferentiel
               move LigneHorsReferentiel to EnregReleveAgences
               write EnregReleveAgences
           end-if.

           CLOSE FiVentesAgences FiReleveAgences.
           STOP RUN.

       lireParamReleve.
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
           if moisTraitement = 1
               subtract 1 from anneeTraitement giving anneeReleve
               move 12 to moisReleve
           else
               move anneeTraitement to anneeReleve
               subtract 1 from moisTraitement giving moisReleve
           end-if.
           OPEN INPUT FiParamListing.
           read FiParamListing
               at end continue
               not at end
                   if anneeListingParam is numeric
                           and anneeListingParam > 0
                           and moisListingParam is numeric
                           and moisListingParam >= 1
                           and moisListingParam <= 12
                       move anneeListingParam to anneeReleve
                       move moisListingParam to moisReleve
                   end-if
           end-read.
           CLOSE FiParamListing.

       chargerAgencesReleve.
      *****************************************
           OPEN INPUT FiAgences.
           if fs-fiAgences = "00"
               read FiAgences
                   at end move "10" to fs-fiAgences
               end-read
               perform chargerLigneAgenceReleve
                   until finFiAgences or nbAgences >= 100
           end-if.
           CLOSE FiAgences.

       chargerLigneAgenceReleve.
      *****************************************
           add 1 to nbAgences.
           move codeAgenceLu to codeAgenceT(nbAgences).
           move nomAgenceLu to nomAgenceT(nbAgences).
           move codeClientAgenceLu to codeClientAgenceT(nbAgences).
           if tauxCommissionAgenceLu is numeric
               move tauxCommissionAgenceLu
                   to tauxCommissionAgenceT(nbAgences)
           else
               move 0 to tauxCommissionAgenceT(nbAgences)
           end-if.
           move 0 to nbBilletsAgenceT(nbAgences).
           move 0 to montantBrutAgenceT(nbAgences).
           read FiAgences
               at end move "10" to fs-fiAgences
           end-read.

       cumuleVenteAgence.
      *****************************************
           if dateVenteJournal >= dateDebutMois
                   and dateVenteJournal <= dateFinMois
               perform varying iAgence from 1 by 1
                       until iAgence > nbAgences
                           or codeAgenceT(iAgence) = codeAgenceJournal
                   continue
               end-perform
               if iAgence > nbAgences
                   add 1 to nbVentesHorsReferentiel
               else
                   add nbPlacesJournal to nbBilletsAgenceT(iAgence)
                   add montantJournal to montantBrutAgenceT(iAgence)
               end-if
           end-if.
           read FiVentesAgences
               at end move "10" to fs-fiVentesAgences
           end-read.

       ecritLigneAgence.
      *****************************************
           compute montantCommission rounded =
               montantBrutAgenceT(iAgence)
               * tauxCommissionAgenceT(iAgence) / 100.
           compute montantNet =
               montantBrutAgenceT(iAgence) - montantCommission.
           add nbBilletsAgenceT(iAgence) to nbBilletsTotal.
           add montantBrutAgenceT(iAgence) to montantBrutTotal.
           add montantCommission to montantCommissionTotal.
           add montantNet to montantNetTotal.
           move codeAgenceT(iAgence) to codeAgenceEd.
           move nomAgenceT(iAgence) to nomAgenceEd.
           move codeClientAgenceT(iAgence) to codeClientAgenceEd.
           move nbBilletsAgenceT(iAgence) to nbBilletsEd.
           move montantBrutAgenceT(iAgence) to montantBrutEd.
           move montantCommission to montantCommissionEd.
           move montantNet to montantNetEd.
           display LigneAgenceReleve.
           move LigneAgenceReleve to EnregReleveAgences.
           write EnregReleveAgences.

       ecritLigneTotalReleve.
      *****************************************
           move spaces to codeAgenceEd.
           move "Total" to nomAgenceEd.
           move spaces to codeClientAgenceEd.
           move nbBilletsTotal to nbBilletsEd.
           move montantBrutTotal to montantBrutEd.
           move montantCommissionTotal to montantCommissionEd.
           move montantNetTotal to montantNetEd.
           display LigneAgenceReleve.
           move LigneAgenceReleve to EnregReleveAgences.
           write EnregReleveAgences.

       end program ReleveAgences.
