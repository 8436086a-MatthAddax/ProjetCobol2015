       program-id. AllocationQuotasGuichet
           as "AllocationQuotasGuichet".

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

          select OPTIONAL FiSpectacle assign "../Fichiers/SPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select FiSalle assign "../Fichiers/SALLE.REL"
              organization is relative access mode is dynamic
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

          select optional FiTarifs
              assign "../Fichiers/tarifs.seq"
              organization is line sequential
              file status is fs-fiTarifs.

          select optional FiParamQuotas
              assign "../Fichiers/paramQuotasGuichet.seq"
              organization is line sequential
              file status is fs-fiParamQuotas.

          select optional FiQuotasGuichet
              assign "../Fichiers/quotasGuichet.seq"
              organization is line sequential
              file status is fs-fiQuotasGuichet.

          select optional FiVentesHorsLigne
              assign "../Fichiers/ventesHorsLigne.seq"
              organization is line sequential
              file status is fs-fiVentesHorsLigne.

          select optional FiControles
              assign "../Fichiers/controles.seq"
              organization is line sequential
              file status is fs-fiControles.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
               03 codeGenre                pic x(5).
               03 codeNum                  pic 9(2).
           02 titre                        pic x(30).
           02 numSalle                     pic 9(2).
           02 dateRepresentation.
               03  anneeRepresentation    pic 9(4).
               03  moisRepresentation     pic 9(2).
               03  jourRepresentation     pic 9(2).
           02 tabReservationsCategories    pic 9(9).
           02 REDEFINES tabReservationsCategories.
               03 nbReservations           pic 9(3) OCCURS 3.
           02 nbReservationsAccessibles    pic 9(3).
           02 tabAllocationsCategories     pic 9(9).
           02 REDEFINES tabAllocationsCategories.
               03 nbAllocations            pic 9(3) OCCURS 3.
       FD FiSalle.
       01 EnregSalle.
           02 salleID                      pic 9(2).
           02 tabPlacesCategories          pic 9(9).
           02 REDEFINES tabPlacesCategories.
               03 nbPlaces                 pic 9(3) OCCURS 3.
           02 tabPrixCategories.
               03 prixCategorie            pic 9(3)V99 OCCURS 3.
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
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
           02 dateDebutTarifLu             pic 9(8).
           02 dateFinTarifLu               pic 9(8).
           02 codePromoTarifLu             pic x(5).
           02 tabPrixTarifLu.
               03 prixTarifLu              pic 9(3)v99 OCCURS 3.
       FD FiParamQuotas.
      *    une ligne par guichet : places mises de cote par
      *    categorie sur chaque representation, et nombre de jours a
      *    couvrir a partir du lendemain
       01 EnregParamQuotaLu.
           02 codeGuichetParamLu           pic x(2).
           02 quotaCategorieParamLu        pic 99 OCCURS 3.
           02 horizonJoursParamLu          pic 99.
       FD FiQuotasGuichet.
      *    quotas de vente hors ligne : bloques hors vente publique
      *    comme une allocation (nbAllocations), lus par le guichet
      *    quand les fichiers indexes lui sont fermes ; fichier plat
      *    pour rester lisible sans eux, avec titre et prix resolus
       01 EnregQuotaGuichet.
           02 codeGuichetQuota             pic x(2).
           02 codeSpectQuotaGuichet        pic x(7).
           02 dateRepresentationQuotaGuichet pic 9(8).
           02 titreQuotaGuichet            pic x(30).
           02 categQuotaGuichet            pic 9.
           02 nbPlacesQuotaGuichet         pic 99.
           02 prixQuotaGuichet             pic 9(3)v99.
       FD FiVentesHorsLigne.
       01 EnregVenteHorsLigne.
           02 codeGuichetHorsLigne         pic x(2).
           02 suiteVenteHorsLigne          pic x(81).
       FD FiControles.
      *    memes totaux de controle que le traitement de nuit :
      *    verifies a l'ouverture, reecrits a la fermeture
       01 EnregControleFichier.
           02 nomFichierControle           pic x(12).
           02 nbEnregistrementsControle    pic 9(9).
           02 totalControleFichier         pic 9(15).
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
       77 fs-fiControles                   pic x(2).
           88 finFiControles        VALUE "10".
       77 iControle                        pic 99.
       77 nbControlesLus                   pic 99 value 0.
       77 nomFichierCourantControle        pic x(12).
       77 nbEnregsCalcules                 pic 9(9).
       77 totalHashCalcule                 pic 9(15).
       77 controleEchoueFlag               pic x value "N".
           88 controleEchoue        VALUE "O".
           88 controlesConformes    VALUE "N".
       01 tabControlesFichiers.
           02 detailControleFichier OCCURS 10.
               03 nomFichierControleT      pic x(12).
               03 nbEnregsControleT        pic 9(9).
               03 totalHashControleT       pic 9(15).
       01 LigneControleDiscordant.
           02                              pic x(22)
               VALUE "FICHIER ENDOMMAGE : ".
           02 nomFichierDiscordantEd       pic x(12).
           02                              pic x(9)
               VALUE " attendu ".
           02 nbEnregsAttenduEd            pic zzzzzzzz9.
           02                              pic x VALUE "/".
           02 hashAttenduEd                pic zzzzzzzzzzzzzz9.
           02                              pic x(8)
               VALUE " trouve ".
           02 nbEnregsTrouveEd             pic zzzzzzzz9.
           02                              pic x VALUE "/".
           02 hashTrouveEd                 pic zzzzzzzzzzzzzz9.
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiConfigRepresentations       pic x(2).
       77 codeConfigCourante               pic x(4).
       77 fs-fiTarifs                      pic x(2).
           88 finFiTarifs           VALUE "10".
       77 fs-fiParamQuotas                 pic x(2).
           88 finFiParamQuotas      VALUE "10".
       77 fs-fiQuotasGuichet               pic x(2).
           88 finFiQuotasGuichet    VALUE "10".
       77 fs-fiVentesHorsLigne             pic x(2).
       77 salleIDLu                        pic 9(2).
       77 salleTrouveeFlag                 pic x.
           88 salleTrouvee          VALUE "O".
       77 iCategorie                       pic 9.
       77 nbTarifs                         pic 9(3) value 0.
       77 iTarif                           pic 9(3).
       77 iCategTarif                      pic 9.
       77 dateRepresentationNum            pic 9(8).
       77 dateTraitementJour               pic 9(8).
       77 dateLimiteQuotas                 pic 9(8) value 0.
       77 quantiemeLimite                  pic 9(7).
       77 nbGuichets                       pic 99 value 0.
       77 iGuichet                         pic 99.
       77 placesLibresQuota                pic s9(4).
       77 placesPoseesQuota                pic 99.
       77 placesRenduesQuota               pic 99.
       77 representationServieFlag         pic x.
           88 representationServie  VALUE "O".
       77 nbLignesRendues                  pic 9(5) value 0.
       77 nbPlacesRendues                  pic 9(5) value 0.
       77 nbQuotasOrphelins                pic 9(5) value 0.
       77 nbRepresentationsServies         pic 9(5) value 0.
       77 nbLignesPosees                   pic 9(5) value 0.
       77 nbPlacesPosees                   pic 9(5) value 0.
       01 tabGuichets.
           02 detailGuichet OCCURS 20.
               03 codeGuichetT             pic x(2).
               03 quotaCategorieT          pic 99 OCCURS 3.
               03 dateLimiteGuichetT       pic 9(8).
       01 tabTarifs.
           02 detailTarif OCCURS 100.
               03 cibleTarif               pic x(7).
               03 dateDebutTarif           pic 9(8).
               03 dateFinTarif             pic 9(8).
               03 codePromoTarif           pic x(5).
               03 prixTarif                pic 9(3)v99 OCCURS 3.
       01 tabPrixResolus.
           02 prixResolu                   pic 9(3)v99 OCCURS 3.
       01 LigneBilanLignesRendues.
           02                              pic x(35)
               VALUE "Quotas precedents rendus        : ".
           02 nbLignesRenduesEd            pic zzzz9.
       01 LigneBilanPlacesRendues.
           02                              pic x(35)
               VALUE "Places rendues a la vente       : ".
           02 nbPlacesRenduesEd            pic zzzz9.
       01 LigneBilanOrphelins.
           02                              pic x(35)
               VALUE "Quotas sans representation      : ".
           02 nbQuotasOrphelinsEd          pic zzzz9.
       01 LigneBilanServies.
           02                              pic x(35)
               VALUE "Representations dotees          : ".
           02 nbRepresentationsServiesEd   pic zzzz9.
       01 LigneBilanLignesPosees.
           02                              pic x(35)
               VALUE "Quotas poses (guichet/categ.)   : ".
           02 nbLignesPoseesEd             pic zzzz9.
       01 LigneBilanPlacesPosees.
           02                              pic x(35)
               VALUE "Places mises de cote            : ".
           02 nbPlacesPoseesEd             pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    repartition du soir des quotas de vente hors ligne : les
      *    quotas de la veille sont d'abord rendus a la vente
      *    publique, puis chaque guichet recoit quelques places par
      *    categorie sur chaque representation a venir, bloquees
      *    comme une allocation ; si la chaine de nuit deborde ou si
      *    les fichiers sont indisponibles, le guichet vend sur ce
      *    quota sans toucher a SPECTACLE.IND
           perform prendreVerrou.
           OPEN I-O FiSpectacle.
           OPEN INPUT FiSalle FiConfigSalles FiConfigRepresentations.

           perform verifieControlesFichiers.
           if controleEchoue
               display "Controles d'integrite en echec : quotas "
                       "refuses, restaurer le fichier endommage"
               CLOSE FiSpectacle FiSalle FiConfigSalles
                     FiConfigRepresentations
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.

      *    des ventes hors ligne non rejouees vivent sur les quotas
      *    en place : les rendre ferait revendre leurs places
           OPEN INPUT FiVentesHorsLigne.
           read FiVentesHorsLigne
               at end move "10" to fs-fiVentesHorsLigne
           end-read.
           CLOSE FiVentesHorsLigne.
           if fs-fiVentesHorsLigne = "00"
               display "Ventes hors ligne en attente : lancer "
                       "RejeuVentesHorsLigne avant la repartition"
               CLOSE FiSpectacle FiSalle FiConfigSalles
                     FiConfigRepresentations
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.

           accept dateTraitementJour from date YYYYMMDD.
           perform chargerTarifsQuotas.
           perform chargerParamQuotas.

           perform rendreQuotasPrecedents.

           OPEN OUTPUT FiQuotasGuichet.
           if nbGuichets > 0
               move low-values to codeSpect
               start FiSpectacle key is >= codeSpect
                   invalid key move "10" to fs-fiSpectacle
                   not invalid key
                       read FiSpectacle next
                           at end move "10" to fs-fiSpectacle
                       end-read
               end-start
               perform doteRepresentation until finErreurFiSpectacle
               move "00" to fs-fiSpectacle
           end-if.
           CLOSE FiQuotasGuichet.

           perform ecritBilanQuotas.

           perform ecritControlesFichiers.

           CLOSE FiSpectacle FiSalle FiConfigSalles
                 FiConfigRepresentations.
           perform libererVerrou.
           STOP RUN.

       chargerTarifsQuotas.
      *****************************************
      *    le prix du quota est le prix que la vente facturerait :
      *    le guichet hors ligne n'a pas acces aux tarifs resolus
           OPEN INPUT FiTarifs.
           if fs-fiTarifs = "00"
               read FiTarifs
                   at end move "10" to fs-fiTarifs
               end-read
               perform chargerLigneTarifQuotas until finFiTarifs
                   or nbTarifs >= 100
           end-if.
           CLOSE FiTarifs.

       chargerLigneTarifQuotas.
      *****************************************
           add 1 to nbTarifs.
           move cibleTarifLu to cibleTarif(nbTarifs).
           move dateDebutTarifLu to dateDebutTarif(nbTarifs).
           move dateFinTarifLu to dateFinTarif(nbTarifs).
           move codePromoTarifLu to codePromoTarif(nbTarifs).
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixTarifLu(iCategTarif)
                   to prixTarif(nbTarifs iCategTarif)
           end-perform.
           read FiTarifs
               at end move "10" to fs-fiTarifs
           end-read.

       chargerParamQuotas.
      *****************************************
      *    sans fichier de parametre aucun quota n'est pose : les
      *    quotas precedents sont seulement rendus
           OPEN INPUT FiParamQuotas.
           if fs-fiParamQuotas = "00"
               read FiParamQuotas
                   at end move "10" to fs-fiParamQuotas
               end-read
               perform chargerLigneParamQuotas
                   until finFiParamQuotas or nbGuichets >= 20
           end-if.
           CLOSE FiParamQuotas.

       chargerLigneParamQuotas.
      *****************************************
           if codeGuichetParamLu not = spaces
                   and horizonJoursParamLu is numeric
                   and horizonJoursParamLu > 0
               add 1 to nbGuichets
               move codeGuichetParamLu to codeGuichetT(nbGuichets)
               perform varying iCategorie from 1 by 1
                       until iCategorie > 3
                   if quotaCategorieParamLu(iCategorie) is numeric
                       move quotaCategorieParamLu(iCategorie)
                           to quotaCategorieT(nbGuichets iCategorie)
                   else
                       move 0 to quotaCategorieT(nbGuichets iCategorie)
                   end-if
               end-perform
               compute quantiemeLimite =
                   function integer-of-date(dateTraitementJour)
                   + horizonJoursParamLu
               compute dateLimiteGuichetT(nbGuichets) =
                   function date-of-integer(quantiemeLimite)
               if dateLimiteGuichetT(nbGuichets) > dateLimiteQuotas
                   move dateLimiteGuichetT(nbGuichets)
                       to dateLimiteQuotas
               end-if
           end-if.
           read FiParamQuotas
               at end move "10" to fs-fiParamQuotas
           end-read.

       rendreQuotasPrecedents.
      *****************************************
      *    le reste de chaque quota de la veille, deja diminue des
      *    ventes hors ligne rejouees, retourne a la vente publique
           OPEN INPUT FiQuotasGuichet.
           if fs-fiQuotasGuichet = "00"
               read FiQuotasGuichet
                   at end move "10" to fs-fiQuotasGuichet
               end-read
               perform rendreQuotaGuichet until finFiQuotasGuichet
           end-if.
           CLOSE FiQuotasGuichet.

       rendreQuotaGuichet.
      *****************************************
           if nbPlacesQuotaGuichet is numeric
                   and nbPlacesQuotaGuichet > 0
               move codeSpectQuotaGuichet to codeSpect
               read FiSpectacle
                   invalid key
      *    representation archivee ou supprimee depuis
                       add 1 to nbQuotasOrphelins
                   not invalid key
                       perform rendreQuotaRepresentation
               end-read
           end-if.
           read FiQuotasGuichet
               at end move "10" to fs-fiQuotasGuichet
           end-read.

       rendreQuotaRepresentation.
      *****************************************
      *    un code spectacle reattribue a une autre date n'a plus
      *    rien a rendre
           move dateRepresentation to dateRepresentationNum.
           if dateRepresentationNum not = dateRepresentationQuotaGuichet
               add 1 to nbQuotasOrphelins
           else
               move nbPlacesQuotaGuichet to placesRenduesQuota
               if placesRenduesQuota
                       > nbAllocations(categQuotaGuichet)
                   move nbAllocations(categQuotaGuichet)
                       to placesRenduesQuota
               end-if
               subtract placesRenduesQuota
                   from nbAllocations(categQuotaGuichet)
               rewrite EnregSpectacle
                   invalid key continue
                   not invalid key
                       add 1 to nbLignesRendues
                       add placesRenduesQuota to nbPlacesRendues
               end-rewrite
           end-if.

       doteRepresentation.
      *****************************************
      *    representations du lendemain a l'horizon le plus long ;
      *    chaque guichet est servi dans l'ordre du parametre tant
      *    qu'il reste des places libres dans la categorie
           move dateRepresentation to dateRepresentationNum.
           if dateRepresentationNum > dateTraitementJour
                   and dateRepresentationNum <= dateLimiteQuotas
               perform chargeCapaciteQuota
               if salleTrouvee
                   move "N" to representationServieFlag
                   perform varying iGuichet from 1 by 1
                           until iGuichet > nbGuichets
                       if dateRepresentationNum
                               <= dateLimiteGuichetT(iGuichet)
                           perform doteGuichetRepresentation
                       end-if
                   end-perform
                   if representationServie
                       rewrite EnregSpectacle
                           invalid key continue
                       end-rewrite
                       add 1 to nbRepresentationsServies
                   end-if
               end-if
           end-if.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       chargeCapaciteQuota.
      *****************************************
           move "N" to salleTrouveeFlag.
           move numSalle to salleIDLu.
           read FiSalle
               invalid key continue
               not invalid key
                   move "O" to salleTrouveeFlag
                   perform appliqueConfigRepresentation
                   perform resoudrePrixQuota
           end-read.

       doteGuichetRepresentation.
      *****************************************
           perform varying iCategorie from 1 by 1 until iCategorie > 3
               compute placesLibresQuota = nbPlaces(iCategorie)
                   - nbReservations(iCategorie)
                   - nbAllocations(iCategorie)
               move quotaCategorieT(iGuichet iCategorie)
                   to placesPoseesQuota
               if placesLibresQuota < placesPoseesQuota
                   if placesLibresQuota > 0
                       move placesLibresQuota to placesPoseesQuota
                   else
                       move 0 to placesPoseesQuota
                   end-if
               end-if
               if placesPoseesQuota > 0
                   perform poseQuotaGuichet
               end-if
           end-perform.

       poseQuotaGuichet.
      *****************************************
           add placesPoseesQuota to nbAllocations(iCategorie).
           move "O" to representationServieFlag.
           move codeGuichetT(iGuichet) to codeGuichetQuota.
           move codeSpect to codeSpectQuotaGuichet.
           move dateRepresentationNum
               to dateRepresentationQuotaGuichet.
           move titre to titreQuotaGuichet.
           move iCategorie to categQuotaGuichet.
           move placesPoseesQuota to nbPlacesQuotaGuichet.
           move prixResolu(iCategorie) to prixQuotaGuichet.
           write EnregQuotaGuichet.
           add 1 to nbLignesPosees.
           add placesPoseesQuota to nbPlacesPosees.

       resoudrePrixQuota.
      *****************************************
      *    prix de base de la salle, recouvert par le tarif de
      *    genre puis par le tarif du spectacle, comme resoudrePrix
      *    du traitement de nuit
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixCategorie(iCategTarif)
                   to prixResolu(iCategTarif)
           end-perform.
           perform varying iTarif from 1 by 1 until iTarif > nbTarifs
               if cibleTarif(iTarif)(1:5) = codeGenre
                       and cibleTarif(iTarif)(6:2) = spaces
                       and dateRepresentationNum
                           >= dateDebutTarif(iTarif)
                       and dateRepresentationNum
                           <= dateFinTarif(iTarif)
                   perform appliquePrixTarifQuota
               end-if
           end-perform.
           perform varying iTarif from 1 by 1 until iTarif > nbTarifs
               if cibleTarif(iTarif) = codeSpect
                       and dateRepresentationNum
                           >= dateDebutTarif(iTarif)
                       and dateRepresentationNum
                           <= dateFinTarif(iTarif)
                   perform appliquePrixTarifQuota
               end-if
           end-perform.

       appliquePrixTarifQuota.
      *****************************************
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixTarif(iTarif iCategTarif)
                   to prixResolu(iCategTarif)
           end-perform.

       ecritBilanQuotas.
      *****************************************
           move nbLignesRendues to nbLignesRenduesEd.
           move nbPlacesRendues to nbPlacesRenduesEd.
           move nbQuotasOrphelins to nbQuotasOrphelinsEd.
           move nbRepresentationsServies
               to nbRepresentationsServiesEd.
           move nbLignesPosees to nbLignesPoseesEd.
           move nbPlacesPosees to nbPlacesPoseesEd.
           display LigneBilanLignesRendues.
           display LigneBilanPlacesRendues.
           display LigneBilanOrphelins.
           display LigneBilanServies.
           display LigneBilanLignesPosees.
           display LigneBilanPlacesPosees.

       lireControlesFichiers.
      *****************************************
           move 0 to nbControlesLus.
           OPEN INPUT FiControles.
           if fs-fiControles = "00"
               read FiControles
                   at end move "10" to fs-fiControles
               end-read
               perform chargeLigneControle until finFiControles
                   or nbControlesLus >= 10
           end-if.
           CLOSE FiControles.

       chargeLigneControle.
      *****************************************
           add 1 to nbControlesLus.
           move nomFichierControle
               to nomFichierControleT(nbControlesLus).
           move nbEnregistrementsControle
               to nbEnregsControleT(nbControlesLus).
           move totalControleFichier
               to totalHashControleT(nbControlesLus).
           read FiControles
               at end move "10" to fs-fiControles
           end-read.

       verifieControlesFichiers.
      *****************************************
      *    meme sentinelle d'integrite que le traitement de nuit,
      *    sur les fichiers que ce programme met a jour ; un fichier
      *    absent des controles passe sans verification
           perform lireControlesFichiers.
           move "N" to controleEchoueFlag.
           perform calculeControleSpectacles.
           move "SPECTACLE" to nomFichierCourantControle.
           perform compareControleFichier.

       compareControleFichier.
      *****************************************
           perform varying iControle from 1 by 1
                   until iControle > nbControlesLus
               if nomFichierControleT(iControle)
                       = nomFichierCourantControle
                   if nbEnregsControleT(iControle)
                           not = nbEnregsCalcules
                       or totalHashControleT(iControle)
                           not = totalHashCalcule
                       move "O" to controleEchoueFlag
                       move nomFichierCourantControle
                           to nomFichierDiscordantEd
                       move nbEnregsControleT(iControle)
                           to nbEnregsAttenduEd
                       move totalHashControleT(iControle)
                           to hashAttenduEd
                       move nbEnregsCalcules to nbEnregsTrouveEd
                       move totalHashCalcule to hashTrouveEd
                       display LigneControleDiscordant
                   end-if
               end-if
           end-perform.

       majEntreeControle.
      *****************************************
           perform varying iControle from 1 by 1
                   until iControle > nbControlesLus
                       or nomFichierControleT(iControle)
                           = nomFichierCourantControle
               continue
           end-perform.
           if iControle > nbControlesLus and nbControlesLus < 10
               add 1 to nbControlesLus
               move nomFichierCourantControle
                   to nomFichierControleT(nbControlesLus)
               move nbControlesLus to iControle
           end-if.
           if iControle <= nbControlesLus
               move nbEnregsCalcules to nbEnregsControleT(iControle)
               move totalHashCalcule to totalHashControleT(iControle)
           end-if.

       ecritControlesFichiers.
      *****************************************
      *    reecrit les totaux avec l'etat des fichiers a la
      *    fermeture ; les lignes d'autres fichiers presentes dans
      *    la table sont conservees telles quelles
           perform calculeControleSpectacles.
           move "SPECTACLE" to nomFichierCourantControle.
           perform majEntreeControle.
           OPEN OUTPUT FiControles.
           perform varying iControle from 1 by 1
                   until iControle > nbControlesLus
               move nomFichierControleT(iControle)
                   to nomFichierControle
               move nbEnregsControleT(iControle)
                   to nbEnregistrementsControle
               move totalHashControleT(iControle)
                   to totalControleFichier
               write EnregControleFichier
           end-perform.
           CLOSE FiControles.

       calculeControleSpectacles.
      *****************************************
           move 0 to nbEnregsCalcules.
           move 0 to totalHashCalcule.
           move low-values to codeSpect.
           start FiSpectacle key is >= codeSpect
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform cumuleControleSpectacle
               until fs-fiSpectacle not = "00".
           move "00" to fs-fiSpectacle.

       cumuleControleSpectacle.
      *****************************************
           add 1 to nbEnregsCalcules.
           add nbReservations(1) to totalHashCalcule.
           add nbReservations(2) to totalHashCalcule.
           add nbReservations(3) to totalHashCalcule.
           add nbReservationsAccessibles to totalHashCalcule.
           add nbAllocations(1) to totalHashCalcule.
           add nbAllocations(2) to totalHashCalcule.
           add nbAllocations(3) to totalHashCalcule.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       prendreVerrou.
      *****************************************
      *    un seul programme de mise a jour a la fois sur le jeu de
      *    fichiers : le verrou d'exploitation est pris au demarrage
      *    et rendu en fin de traitement ; un verrou reste pose
      *    apres un arret brutal se constate et se libere avec
      *    ConsultationVerrou
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
           move "AllocQuotasGuichet" to nomProgrammeVerrou.
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

       end program AllocationQuotasGuichet.
