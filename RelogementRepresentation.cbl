              relative key is salleIDLu
                  file status is fs-fiSalle.

          select optional FiConfigSalles
              assign "../Fichiers/CONFIGSALLES.IND"
              organization is indexed access mode is dynamic
              record key is cleConfigSalle
                  file status is fs-fiConfigSalles.

          select optional FiConfigRepresentations
              assign "../Fichiers/CONFIGREPRESENTATIONS.IND"
              organization is indexed access mode is dynamic
              record key is codeSpectConfigRep
                  file status is fs-fiConfigRepresentations.

          select optional FiSieges
              assign "../Fichiers/SIEGES.IND"
              organization is indexed access mode is dynamic
              organization is line sequential
              file status is fs-fiTarifs.

          select optional FiZonesTarif
              assign "../Fichiers/zonesTarif.seq"
              organization is line sequential
              file status is fs-fiZonesTarif.

          select optional FiPlanSalle
              assign "../Fichiers/PLANSALLE.IND"
              organization is indexed access mode is dynamic
              record key is clePlanSiege
                  file status is fs-fiPlanSalle.

          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              organization is line sequential
              file status is fs-fiNotifications.

          select optional FiConsentements
              assign "../Fichiers/CONSENTEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is cleConsentement
                  file status is fs-fiConsentements.

          select optional FiCorrespondances
              assign "../Fichiers/correspondances.seq"
              organization is line sequential
              file status is fs-fiCorrespondances.

          select optional FiSiegesHorsService
              assign "../Fichiers/siegesHorsService.seq"
              organization is line sequential
              file status is fs-fiSiegesHorsService.

          select optional FiForfaitsVendus
              assign "../Fichiers/FORFAITSVENDUS.IND"
              organization is indexed access mode is dynamic
              record key is numeroForfaitVendu
                  alternate record key is codeClientForfaitVendu
                                        with duplicates
                  file status is fs-fiForfaitsVendus.

          select optional FiControles
              assign "../Fichiers/controles.seq"
              organization is line sequential
           02 nomSalle                     pic x(20).
           02 batiment                     pic x(20).
           02 placesAccessibles            pic 9(3).
       FD FiConfigSalles.
      *    configurations d'une salle (standard, debout, cabaret...) :
      *    chacune porte ses capacites par categorie et ses places
      *    accessibles ; SALLE.REL garde les capacites par defaut
       01 EnregConfigSalle.
           02 cleConfigSalle.
               03 numSalleConfig           pic 9(2).
               03 codeConfigSalle          pic x(4).
           02 libelleConfigSalle           pic x(20).
           02 tabPlacesConfig              pic 9(9).
           02 REDEFINES tabPlacesConfig.
               03 nbPlacesConfig           pic 9(3) OCCURS 3.
           02 placesAccessiblesConfig      pic 9(3).
       FD FiConfigRepresentations.
      *    configuration de salle de chaque representation ; sans
      *    ligne, la representation garde les capacites de la salle
       01 EnregConfigRepresentation.
           02 codeSpectConfigRep           pic x(7).
           02 codeConfigRep                pic x(4).
       FD FiSieges.
       01 EnregSiege.
           02 cleSiege.
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
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
               88 emailInvalide        value "O".
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
           02 codePromoTarifLu             pic x(5).
           02 tabPrixTarifLu.
               03 prixTarifLu              pic 9(3)v99 OCCURS 3.
       FD FiZonesTarif.
       01 EnregZoneTarif.
           02 codeZoneLu                   pic x.
           02 dateDebutZoneLu              pic 9(8).
           02 dateFinZoneLu                pic 9(8).
           02 tabAjustementsZoneLu.
               03 ajustementZoneLu OCCURS 3.
                   04 sensZoneLu           pic x.
                   04 montantZoneLu        pic 9(3)v99.
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
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiRemboursements.
       01 EnregRemboursement.
           02 codeSpectRembours            pic x(7).
           02 montantRembours              pic 9(7)v99.
           02 raisonRembours               pic 9.
           02 dateAnnulationRembours       pic 9(8).
       FD FiForfaitsVendus.
       01 EnregForfaitVendu.
           02 numeroForfaitVendu           pic 9(6).
           02 codeClientForfaitVendu       pic x(6).
           02 codeForfaitVendu             pic x(6).
           02 dateVenteForfait             pic 9(8).
           02 categForfaitVendu            pic 9.
           02 prixForfaitVendu             pic 9(5)v99.
           02 tauxRemboursForfaitVendu     pic 9(3).
           02 nbPartsForfaitVendu          pic 9.
           02 partForfaitVendu OCCURS 6.
               03 codeSpectPartForfait     pic x(7).
               03 montantPartForfait       pic 9(5)v99.
               03 etatPartForfait          pic x.
                   88 partForfaitActive  value "V".
       FD FiNotifications.
       01 EnregNotification.
           02 typeNotification             pic x.
           02 codeSpectNotification        pic x(7).
           02 titreNotification            pic x(30).
           02 dateRepresentationNotification pic 9(8).
           02 adresseClientNotification.
               03 rueClientNotification    pic x(38).
               03 codePostalClientNotification pic x(5).
               03 communeClientNotification pic x(30).
               03 paysClientNotification   pic x(2).
           02 emailClientNotification      pic x(40).
       FD FiConsentements.
      *    consentement du client par canal (courrier, courriel,
      *    SMS) et par nature d'envoi (service ou marketing), tenu
      *    par la mise a jour des clients : sans fiche, un envoi de
      *    service est permis et un envoi marketing ne l'est pas
       01 EnregConsentement.
           02 cleConsentement.
               03 codeClientConsent        pic x(6).
               03 canalConsent             pic x.
               03 natureConsent            pic x.
           02 accordConsent                pic x.
               88 consentementDonne    value "O".
               88 consentementRefuse   value "N".
           02 dateConsent                  pic 9(8).
           02 origineConsent               pic x(10).
       FD FiCorrespondances.
      *    registre des correspondances sortantes : une ligne par
      *    envoi extrait pour un client, avec son type, son canal
      *    ('P' courrier, 'E' courriel, 'S' SMS), sa nature ('S'
      *    service, 'M' marketing), la date et le programme emetteur
       01 EnregCorrespondance.
           02 dateCorrespondance           pic 9(8).
           02 codeClientCorresp            pic x(6).
           02 typeCorrespondance           pic x(8).
           02 canalCorrespondance          pic x.
           02 natureCorrespondance         pic x.
           02 programmeCorrespondance      pic x(20).
           02 referenceCorrespondance      pic x(20).
       FD FiSiegesHorsService.
       01 EnregSiegeHSLu.
           02 numSalleHSLu                 pic 9(2).
           88 finFiParamRelogement  VALUE "10".
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiSieges                      pic x(2).
           88 finErreurFiSieges     VALUES "10" THRU "99".
       77 fs-fiResaClient                  pic x(2).
               03 prixTarif                pic 9(3)v99 OCCURS 3.
       01 tabPrixResolus.
           02 prixResolu                   pic 9(3)v99 OCCURS 3.
      *    zones tarifaires : un detenteur rembourse l'est au prix
      *    des sieges qu'il detenait, chacun a sa zone ; un siege
      *    tenu sur une part de forfait encore active est rembourse
      *    sur cette part, integralement, et la part est close
       77 fs-fiZonesTarif                  pic x(2).
           88 finFiZonesTarif       VALUE "10".
       77 fs-fiPlanSalle                   pic x(2).
       77 nbZonesTarif                     pic 9(3) value 0.
       77 iZoneTarif                       pic 9(3).
       77 iCategZone                       pic 9.
       77 codeZoneSiege                    pic x.
       77 ajustementZoneSiege              pic s9(3)v99.
       77 prixSiegeZone                    pic 9(3)v99.
       77 montantSiegesRelog               pic 9(7)v99.
       77 nbPlacesHorsForfaitRelog         pic 9(3).
       77 fs-fiForfaitsVendus              pic x(2).
           88 finErreurFiForfaitsVendus VALUES "10" THRU "99".
       77 iPartForfait                     pic 9.
       77 iPartTrouvee                     pic 9.
       77 partForfaitTrouveeFlag           pic x.
           88 partForfaitTrouvee    VALUE "O".
       77 nbPartsForfaitAnnulees           pic 9(4) value 0.
       01 tabZonesTarif.
           02 detailZoneTarif OCCURS 50.
               03 codeZoneTarif            pic x.
               03 dateDebutZoneTarif       pic 9(8).
               03 dateFinZoneTarif         pic 9(8).
               03 ajustementZoneTarif      pic s9(3)v99 OCCURS 3.
       77 fs-fiReservationsDetail          pic x(2).
       77 fs-fiRemboursements              pic x(2).
       77 fs-fiNotifications               pic x(2).
       77 fs-fiConsentements               pic x(2).
       77 fs-fiCorrespondances             pic x(2).
       77 courrielPermisFlag               pic x.
           88 courrielPermis        VALUE "O".
       77 courrierPermisFlag               pic x.
           88 courrierPermis        VALUE "O".
       77 nbNotificationsSansCanal         pic 9(4) value 0.
       77 salleIDLu                        pic 9(2).
       77 codeSpectAnnule                  pic x(7).
       77 dateRepresentationAnnulee        pic 9(8).
           02                              pic x(35)
               VALUE "Places remboursees              : ".
           02 nbPlacesPerduesEd            pic zzz9.
       01 LigneBilanPartsForfait.
           02                              pic x(35)
               VALUE "dont parts de forfait closes    : ".
           02 nbPartsForfaitAnnuleesEd     pic zzz9.
       01 LigneBilanSansCanal.
           02                              pic x(35)
               VALUE "Clients sans canal permis       : ".
           02 nbNotificationsSansCanalEd   pic zzz9.

       procedure division.
      *========================================
      *    rebooker retient la recette, rembourser la rend
           perform prendreVerrou.
           OPEN INPUT FiParamRelogement FiSalle FiClient.
           OPEN INPUT FiConfigSalles FiConfigRepresentations
                      FiPlanSalle.
           OPEN I-O FiSpectacle FiSieges FiResaClient
                    FiForfaitsVendus.
           OPEN EXTEND FiReservationsDetail FiRemboursements
                       FiNotifications FiCorrespondances.
           OPEN INPUT FiConsentements.

           perform verifieControlesFichiers.
           if controleEchoue
                       "endommage"
               CLOSE FiParamRelogement FiSalle FiClient FiSpectacle
                     FiSieges FiResaClient FiReservationsDetail
                     FiConfigSalles FiConfigRepresentations
                     FiPlanSalle FiRemboursements FiNotifications
                     FiConsentements FiCorrespondances
                     FiForfaitsVendus
               perform libererVerrou
               move 8 to return-code
               STOP RUN

           accept dateTraitementJour from date YYYYMMDD.
           perform chargerTarifsRelog.
           perform chargerZonesRelog.
           perform chargerSiegesHSRelog.
           perform lireParamRelogement.
           perform initResaClientRelog.
                       "refuse avant toute ecriture"
               CLOSE FiParamRelogement FiSalle FiClient FiSpectacle
                     FiSieges FiResaClient FiReservationsDetail
                     FiConfigSalles FiConfigRepresentations
                     FiPlanSalle FiRemboursements FiNotifications
                     FiConsentements FiCorrespondances
                     FiForfaitsVendus
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           display LigneBilanReloges.
           display LigneBilanRembourses.
           display LigneBilanPlacesRelogees.
           move nbNotificationsSansCanal
               to nbNotificationsSansCanalEd.
           display LigneBilanPlacesPerdues.
           move nbPartsForfaitAnnulees to nbPartsForfaitAnnuleesEd.
           display LigneBilanPartsForfait.
           display LigneBilanSansCanal.

           perform ecritControlesFichiers.

           CLOSE FiParamRelogement FiSalle FiClient FiSpectacle
                 FiSieges FiResaClient FiReservationsDetail
                 FiConfigSalles FiConfigRepresentations
                 FiPlanSalle FiRemboursements FiNotifications
                 FiConsentements FiCorrespondances
                 FiForfaitsVendus.
           perform libererVerrou.
           STOP RUN.

               at end move "10" to fs-fiTarifs
           end-read.

       chargerZonesRelog.
      *****************************************
      *    memes supplements et remises de zone que le traitement
      *    de nuit ; sans table, les sieges restent au prix de leur
      *    categorie
           OPEN INPUT FiZonesTarif.
           if fs-fiZonesTarif = "00"
               read FiZonesTarif
                   at end move "10" to fs-fiZonesTarif
               end-read
               perform chargerLigneZoneRelog until finFiZonesTarif
                   or nbZonesTarif >= 50
           end-if.
           CLOSE FiZonesTarif.

       chargerLigneZoneRelog.
      *****************************************
           add 1 to nbZonesTarif.
           move codeZoneLu to codeZoneTarif(nbZonesTarif).
           move dateDebutZoneLu to dateDebutZoneTarif(nbZonesTarif).
           move dateFinZoneLu to dateFinZoneTarif(nbZonesTarif).
           perform varying iCategZone from 1 by 1
                   until iCategZone > 3
               if sensZoneLu(iCategZone) = "-"
                   compute ajustementZoneTarif(nbZonesTarif
                       iCategZone) = 0 - montantZoneLu(iCategZone)
               else
                   move montantZoneLu(iCategZone)
                       to ajustementZoneTarif(nbZonesTarif iCategZone)
               end-if
           end-perform.
           read FiZonesTarif
               at end move "10" to fs-fiZonesTarif
           end-read.

       resoudrePrixRelog.
      *****************************************
      *    prix de base de la salle, recouvert par le tarif de
                   CLOSE FiParamRelogement FiSalle FiClient
                         FiSpectacle FiSieges FiResaClient
                         FiReservationsDetail FiRemboursements
                         FiConfigSalles FiConfigRepresentations
                         FiPlanSalle FiNotifications FiConsentements
                         FiCorrespondances
                   perform libererVerrou
                   STOP RUN
               not at end
                   read FiSalle
                       invalid key continue
                       not invalid key
                           perform appliqueConfigRepresentation
                           perform compteSiegesHSRelog
                           compute placesDisponiblesCible =
                               nbPlaces(categRelog(iDetenteur))
                   categRelog(iDetenteur) * 1000 + rangSiege
               move categRelog(iDetenteur) to categSiege
               move codeClientRelog(iDetenteur) to codeClientSiege
               move space to surreservationSiege
               write EnregSiege
                   invalid key continue
               end-write
           move 0 to nbPlacesAccessiblesDetail.
           move 0 to montantFactureDetail.
           move "R" to typeMouvementDetail.
           move "E" to canalVenteDetail.
           write EnregReservationDetail.

       ecritReferenceRebook.
           move 0 to nbPlacesAccessiblesDetail.
           move 0 to montantFactureDetail.
           move "A" to typeMouvementDetail.
           move "E" to canalVenteDetail.
           write EnregReservationDetail.
           perform supprimeSiegesAnnules.
           perform decompteRepresentationAnnulee.
      *****************************************
      *    aucun remplacement ne peut accueillir le detenteur : il
      *    part au flux des remboursements (integral, raison 3,
      *    representation annulee) avec sa notification d'annulation ;
      *    ses places de forfait y partent chacune sur sa part du
      *    forfait, les autres au prix de leur zone
           move codeSpectAnnule to codeSpect.
           read FiSpectacle
               invalid key continue
                   read FiSalle
                       invalid key continue
                       not invalid key
                           perform appliqueConfigRepresentation
                           perform resoudrePrixRelog
                           perform valoriseSiegesRelog
                           perform ecritRemboursementRelog
                   end-read
           end-read.
           perform retireDetenteurAnnule.

       ecritRemboursementRelog.
      *****************************************
      *    les places hors forfait du detenteur, au prix de zone
           if nbPlacesHorsForfaitRelog > 0
               move nbPlacesHorsForfaitRelog to nbPlacesRembours
               move montantSiegesRelog to montantBrutRembours
               perform ecritLigneRemboursementRelog
           end-if.

       ecritRemboursementPartRelog.
      *****************************************
      *    une place de forfait, remboursee sur sa part
           move 1 to nbPlacesRembours.
           move montantPartForfait(iPartTrouvee)
               to montantBrutRembours.
           perform ecritLigneRemboursementRelog.

       ecritLigneRemboursementRelog.
      *****************************************
           move codeSpectAnnule to codeSpectRembours.
           move dateRepresentationAnnulee
               to dateRepresentationRembours.
           move categRelog(iDetenteur) to categRembours.
           move 100 to tauxRembours.
           move montantBrutRembours to montantRembours.
           move 3 to raisonRembours.
           move dateTraitementJour to dateAnnulationRembours.
           write EnregRemboursement.

       valoriseSiegesRelog.
      *****************************************
      *    les sieges du detenteur sur la representation annulee,
      *    chacun au prix de sa zone : le remboursement rend ce qui
      *    a ete facture ; un siege de forfait est rembourse a part
      *    sur sa part du forfait
           move 0 to montantSiegesRelog.
           move 0 to nbPlacesHorsForfaitRelog.
           move codeSpectAnnule to codeSpectSiege.
           move dateRepresentationAnnulee to dateSiege.
           move 0 to numeroSiege.
           string codeSpectSiege dateSiege delimited by size
               into cleSiegeRelog
           end-string.
           start FiSieges key is >= cleSiege
               invalid key move "10" to fs-fiSieges
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
           end-start.
           perform valoriseSiegeRelog
               until finErreurFiSieges
                   or cleSiege(1:15) not = cleSiegeRelog.
           move "00" to fs-fiSieges.

       valoriseSiegeRelog.
      *****************************************
           if codeClientSiege = codeClientRelog(iDetenteur)
                   and categSiege = categRelog(iDetenteur)
               perform cherchePartForfaitRelog
               if partForfaitTrouvee
                   perform ecritRemboursementPartRelog
                   perform fermePartForfaitRelog
               else
                   perform prixSiegeZoneRelog
                   add prixSiegeZone to montantSiegesRelog
                   add 1 to nbPlacesHorsForfaitRelog
               end-if
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       cherchePartForfaitRelog.
      *****************************************
      *    meme recherche que l'annulation du traitement de nuit :
      *    une part active du detenteur sur cette representation,
      *    dans la categorie de son siege
           move "N" to partForfaitTrouveeFlag.
           if codeClientRelog(iDetenteur) not = spaces
               move codeClientRelog(iDetenteur)
                   to codeClientForfaitVendu
               start FiForfaitsVendus
                       key is = codeClientForfaitVendu
                   invalid key continue
                   not invalid key
                       read FiForfaitsVendus next
                           at end move "10" to fs-fiForfaitsVendus
                       end-read
                       perform examineForfaitRelog
                           until finErreurFiForfaitsVendus
                           or partForfaitTrouvee
                           or codeClientForfaitVendu
                               not = codeClientRelog(iDetenteur)
               end-start
               move "00" to fs-fiForfaitsVendus
           end-if.

       examineForfaitRelog.
      *****************************************
           if categForfaitVendu = categRelog(iDetenteur)
               perform examinePartForfaitRelog
                   varying iPartForfait from 1 by 1
                   until iPartForfait > nbPartsForfaitVendu
                   or partForfaitTrouvee
           end-if.
           if not partForfaitTrouvee
               read FiForfaitsVendus next
                   at end move "10" to fs-fiForfaitsVendus
               end-read
           end-if.

       examinePartForfaitRelog.
      *****************************************
           if codeSpectPartForfait(iPartForfait) = codeSpectAnnule
                   and partForfaitActive(iPartForfait)
               move "O" to partForfaitTrouveeFlag
               move iPartForfait to iPartTrouvee
           end-if.

       fermePartForfaitRelog.
      *****************************************
           move "A" to etatPartForfait(iPartTrouvee).
           rewrite EnregForfaitVendu
               invalid key continue
           end-rewrite.
           add 1 to nbPartsForfaitAnnulees.

       prixSiegeZoneRelog.
      *****************************************
      *    prix de la categorie plus le supplement ou la remise de
      *    la zone du siege courant, jamais sous zero ; un siege
      *    absent du plan est standard, un siege a visibilite
      *    reduite sans zone saisie est en zone R
           move "S" to codeZoneSiege.
           move numSalle to numSallePlan.
           move codeConfigCourante to codeConfigPlan.
           move numeroSiege to numeroSiegePlan.
           read FiPlanSalle
               invalid key
                   move spaces to codeConfigPlan
                   read FiPlanSalle
                       invalid key continue
                   end-read
           end-read.
           if fs-fiPlanSalle = "00"
               evaluate true
                   when zonePlan not = space
                       move zonePlan to codeZoneSiege
                   when visibilitePlan = "R"
                       move "R" to codeZoneSiege
               end-evaluate
           end-if.
           move 0 to ajustementZoneSiege.
           move dateRepresentation to dateRepresentationNum.
           perform varying iZoneTarif from 1 by 1
                   until iZoneTarif > nbZonesTarif
               if codeZoneTarif(iZoneTarif) = codeZoneSiege
                       and dateRepresentationNum
                           >= dateDebutZoneTarif(iZoneTarif)
                       and dateRepresentationNum
                           <= dateFinZoneTarif(iZoneTarif)
                   move ajustementZoneTarif(iZoneTarif
                       categSiege) to ajustementZoneSiege
               end-if
           end-perform.
           if prixResolu(categSiege) + ajustementZoneSiege < 0
               move 0 to prixSiegeZone
           else
               compute prixSiegeZone = prixResolu(categSiege)
                   + ajustementZoneSiege
           end-if.

       ecritNotificationRelog.
      *****************************************
      *    l'appelant garnit typeNotification ('D' deplacement vers
      *    coordonnees sortent du fichier maitre des clients
           move codeClientRelog(iDetenteur)
               to codeClientNotification.
           if typeNotification = "D"
               move codeSpect to codeSpectNotification
               move dateRepresentation
                   to dateRepresentationNotification
           else
               move codeSpectAnnule to codeSpectNotification
               move dateRepresentationAnnulee
                   to dateRepresentationNotification
           end-if.
           move titreAnnule to titreNotification.
           move codeClientRelog(iDetenteur) to codeClientMaster.
           read FiClient
               invalid key
                   move spaces to nomClientNotification
                   move spaces to adresseClientNotification
                   move spaces to emailClientNotification
                   write EnregNotification
                   end-write
               not invalid key
                   perform ecritNotificationClientConnu
           end-read.

       ecritNotificationClientConnu.
      *****************************************
      *    seuls les canaux que le client n'a pas refuses pour les
      *    envois de service sont garnis : le courriel s'il est
      *    valide, l'adresse postale sinon ou en plus ; sans canal
      *    permis la notification n'est pas extraite. Chaque canal
      *    retenu est porte au registre des correspondances
           move nomClientMaster to nomClientNotification.
           perform controleCanauxService.
           if courrielPermis or courrierPermis
               move spaces to adresseClientNotification
               move spaces to emailClientNotification
               if courrierPermis
                   move adresseClientMaster
                       to adresseClientNotification
               end-if
               if courrielPermis
                   move emailClientMaster to emailClientNotification
               end-if
               write EnregNotification
               perform enregistreCorrespNotification
           else
               add 1 to nbNotificationsSansCanal
           end-if.

       controleCanauxService.
      *****************************************
      *    un envoi de service est permis sur un canal tant que le
      *    client ne l'a pas explicitement refuse, et que la
      *    coordonnee existe -- un courriel marque invalide par les
      *    retours du routeur ne compte pas
           move "N" to courrielPermisFlag.
           move "N" to courrierPermisFlag.
           if emailClientMaster not = spaces and not emailInvalide
               move "O" to courrielPermisFlag
               move codeClientMaster to codeClientConsent
               move "E" to canalConsent
               move "S" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementRefuse
                           move "N" to courrielPermisFlag
                       end-if
               end-read
           end-if.
           if rueClientMaster not = spaces
               move "O" to courrierPermisFlag
               move codeClientMaster to codeClientConsent
               move "P" to canalConsent
               move "S" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementRefuse
                           move "N" to courrierPermisFlag
                       end-if
               end-read
           end-if.

       enregistreCorrespNotification.
      *****************************************
           move dateTraitementJour to dateCorrespondance.
           move codeClientMaster to codeClientCorresp.
           move spaces to typeCorrespondance.
           string "NOTIF-" typeNotification delimited by size
               into typeCorrespondance.
           move "S" to natureCorrespondance.
           move "RelogementRepresent." to programmeCorrespondance.
           move spaces to referenceCorrespondance.
           string codeSpectNotification dateRepresentationNotification
               delimited by size into referenceCorrespondance.
           if courrierPermis
               move "P" to canalCorrespondance
               write EnregCorrespondance
           end-if.
           if courrielPermis
               move "E" to canalCorrespondance
               write EnregCorrespondance
           end-if.

       lireControlesFichiers.
      *****************************************
           end-read.
           CLOSE FiVerrou.

       appliqueConfigRepresentation.
      *****************************************
      *    la representation courante vend les capacites de sa
      *    configuration de salle a la place de celles de
      *    SALLE.REL ; la salle est deja lue
           move spaces to codeConfigCourante.
           move codeSpect to codeSpectConfigRep.
           read FiConfigRepresentations
               invalid key continue
               not invalid key
                   move codeConfigRep to codeConfigCourante
           end-read.
           perform appliqueConfigSalle.

       appliqueConfigSalle.
      *****************************************
      *    l'appelant garnit codeConfigCourante ; une configuration
      *    introuvable laisse les capacites de SALLE.REL en place
           if codeConfigCourante not = spaces
               move salleID to numSalleConfig
               move codeConfigCourante to codeConfigSalle
               read FiConfigSalles
                   invalid key continue
                   not invalid key
                       move tabPlacesConfig to tabPlacesCategories
                       move placesAccessiblesConfig
                           to placesAccessibles
               end-read
           end-if.

       end program RelogementRepresentation.
