       program-id. CourbesVentes as "CourbesVentes".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiHistoriqueVentes
              assign "../Fichiers/historiqueVentes.seq"
              organization is line sequential
              file status is fs-fiHistoriqueVentes.

          select optional FiHistorique
              assign "../Fichiers/spectacleHistorique.seq"
              organization is line sequential
              file status is fs-fiHistorique.

          select optional FiObjectifs
              assign "../Fichiers/objectifsProductions.seq"
              organization is line sequential
              file status is fs-fiObjectifs.

          select FiCourbesVentes assign "../Fichiers/courbesVentes.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiHistoriqueVentes.
       01 EnregInstantane.
           02 dateInstantane               pic 9(8).
           02 codeSpectInst.
               03 codeGenreInst            pic x(5).
               03 codeNumInst              pic 9(2).
           02 titreInst                    pic x(30).
           02 dateRepresentationInst       pic 9(8).
           02 joursAvantRideauInst         pic 9(4).
           02 nbReservationsInst           pic 9(3) OCCURS 3.
           02 nbPlacesInst                 pic 9(3) OCCURS 3.
           02 recetteInst                  pic 9(7)v99.
       FD FiHistorique.
       01 EnregHistorique.
           02 codeSpectHist.
               03 codeGenreHist            pic x(5).
               03 codeNumHist              pic 9(2).
           02 titreHist                    pic x(30).
           02 numSalleHist                 pic 9(2).
           02 dateRepresentationHist.
               03  anneeRepresentationHist pic 9(4).
               03  moisRepresentationHist  pic 9(2).
               03  jourRepresentationHist  pic 9(2).
           02 tabReservationsCategoriesHist pic 9(9).
           02 REDEFINES tabReservationsCategoriesHist.
               03 nbReservationsHist       pic 9(3) OCCURS 3.
           02 nbReservationsAccessiblesHist pic 9(3).
           02 tabAllocationsCategoriesHist pic 9(9).
           02 REDEFINES tabAllocationsCategoriesHist.
               03 nbAllocationsHist        pic 9(3) OCCURS 3.
           02 codeConfigHist               pic x(4).
       FD FiObjectifs.
      *    objectif de places et de recette par production, avec la
      *    meme cle que PRODUCTIONS.IND (codeGenre + titre)
       01 EnregObjectif.
           02 cleObjectif.
               03 codeGenreObjectif        pic x(5).
               03 titreObjectif            pic x(30).
           02 objectifPlacesLu             pic 9(7).
           02 objectifRecetteLu            pic 9(7)v99.
       FD FiCourbesVentes.
       01 EnregCourbesVentes               pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiHistoriqueVentes            pic x(2).
           88 finFiHistoriqueVentes VALUE "10".
       77 fs-fiHistorique                  pic x(2).
           88 finFiHistorique      VALUE "10".
       77 fs-fiObjectifs                   pic x(2).
           88 finFiObjectifs       VALUE "10".
       77 dateDernierInstantane            pic 9(8) value 0.
       77 placesInstantane                 pic 9(5).
       77 iCategorie                       pic 9.
       77 iBorne                           pic 9.
       77 nbProductionsCourbe              pic 9(3) value 0.
       77 iProduction                      pic 9(3).
       77 nbGenresCourbe                   pic 9(2) value 0.
       77 iGenre                           pic 9(2).
       77 codeGenreCherche                 pic x(5).
       77 titreCherche                     pic x(30).
      *    une production est en retard quand sa moyenne par
      *    representation passe sous ce pourcentage de la courbe de
      *    reference (objectif, a defaut moyenne du genre)
       77 seuilRetard                      pic 9(3) value 90.
       77 moyenneProduction                pic 9(5).
       77 moyenneGenre                     pic 9(5).
       77 moyenneObjectif                  pic 9(5).
       77 moyenneReference                 pic 9(5).
       77 objectifParRepresentation        pic 9(7).
       77 tauxObjectif                     pic 9(3).
       77 nbProductionsEnRetard            pic 9(3) value 0.
      *    points de la courbe : nombre de jours avant le lever de
      *    rideau auxquels les instantanes sont compares
       01 tabBornesValeurs                 pic x(24)
               VALUE "090060030021014007003001".
       01 REDEFINES tabBornesValeurs.
           02 borneJours                   pic 9(3) OCCURS 8.
       01 tabProductionsCourbe.
           02 detailProductionCourbe OCCURS 100.
               03 codeGenreP               pic x(5).
               03 titreP                   pic x(30).
               03 venduBorneP              pic 9(7) OCCURS 8.
               03 nbRepBorneP              pic 9(5) OCCURS 8.
               03 placesVenduesP           pic 9(7).
               03 recetteP                 pic 9(9)v99.
               03 nbRepP                   pic 9(5).
               03 objectifPlacesP          pic 9(7).
               03 objectifRecetteP         pic 9(7)v99.
               03 retardP                  pic x.
       01 tabGenresCourbe.
           02 detailGenreCourbe OCCURS 50.
               03 codeGenreG               pic x(5).
               03 venduBorneG              pic 9(9) OCCURS 8.
               03 nbRepBorneG              pic 9(5) OCCURS 8.
               03 venduFinalG              pic 9(9).
               03 nbRepFinalG              pic 9(5).
       01 LigneEnteteCourbes.
           02                              pic x(44) VALUE
               "Courbes de remplissage par production au ".
           02 dateDernierInstantaneEd      pic 9(8).
       01 LigneProductionCourbe.
           02 codeGenrePEd                 pic x(5).
           02                              pic x VALUE space.
           02 titrePEd                     pic x(30).
       01 LigneVenduObjectif.
           02                              pic x(10)
               VALUE "  Vendu : ".
           02 placesVenduesPEd             pic zzzzzz9.
           02                              pic x(12)
               VALUE " objectif : ".
           02 objectifPlacesPEd            pic zzzzzz9.
           02                              pic x(2) VALUE " (".
           02 tauxObjectifEd               pic zz9.
           02                              pic x(13)
               VALUE "%)  recette ".
           02 recettePEd                   pic zzzzzzzz9,99.
           02                              pic x(3) VALUE " / ".
           02 objectifRecettePEd           pic zzzzzz9,99.
       01 LigneColonnesCourbe.
           02                              pic x(50) VALUE
               "  Jours  Prod/rep  Genre/rep  Objectif/rep".
       01 LignePointCourbe.
           02                              pic x(4) VALUE "  J-".
           02 borneJoursEd                 pic zz9.
           02                              pic x(4) VALUE spaces.
           02 moyenneProductionEd          pic zzzz9.
           02                              pic x(6) VALUE spaces.
           02 moyenneGenreEd               pic zzzz9.
           02                              pic x(9) VALUE spaces.
           02 moyenneObjectifEd            pic zzzz9.
           02                              pic x(2) VALUE spaces.
           02 retardPointEd                pic x(9).
       01 LigneEnteteRetards.
           02                              pic x(40) VALUE
               "Productions en retard sur leur courbe : ".
           02 nbProductionsEnRetardEd      pic zz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    suivi du rythme des ventes : chaque production en vente
      *    est comparee, jour par jour avant le lever de rideau, a
      *    son objectif et a la courbe moyenne des productions
      *    passees du meme genre ; les instantanes viennent de
      *    InstantaneVentes, les totaux finaux de l'archive
           move zeros to tabProductionsCourbe tabGenresCourbe.
           OPEN OUTPUT FiCourbesVentes.

           perform chercheDernierInstantane.
           perform retientProductionsEnVente.
           perform cumulePointsCourbes.
           perform cumuleHistorique.
           perform chargerObjectifs.

           move dateDernierInstantane to dateDernierInstantaneEd.
           display LigneEnteteCourbes.
           move LigneEnteteCourbes to EnregCourbesVentes.
           write EnregCourbesVentes.
           perform editeProductionCourbe
               varying iProduction from 1 by 1
               until iProduction > nbProductionsCourbe.
           perform editeRetards.

           CLOSE FiCourbesVentes.
           STOP RUN.

       chercheDernierInstantane.
      *****************************************
           OPEN INPUT FiHistoriqueVentes.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.
           perform lireDateInstantane until finFiHistoriqueVentes.
           CLOSE FiHistoriqueVentes.

       lireDateInstantane.
      *****************************************
           if dateInstantane > dateDernierInstantane
               move dateInstantane to dateDernierInstantane
           end-if.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.

       retientProductionsEnVente.
      *****************************************
      *    les productions en vente sont celles du dernier
      *    instantane ; leurs representations a venir donnent les
      *    places et la recette a ce jour
           OPEN INPUT FiHistoriqueVentes.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.
           perform retientLigneEnVente until finFiHistoriqueVentes.
           CLOSE FiHistoriqueVentes.

       retientLigneEnVente.
      *****************************************
           if dateInstantane = dateDernierInstantane
               move codeGenreInst to codeGenreCherche
               move titreInst to titreCherche
               perform chercheProduction
               if iProduction > nbProductionsCourbe
                       and nbProductionsCourbe < 100
                   add 1 to nbProductionsCourbe
                   move codeGenreInst to codeGenreP(nbProductionsCourbe)
                   move titreInst to titreP(nbProductionsCourbe)
                   move space to retardP(nbProductionsCourbe)
               end-if
               if iProduction <= nbProductionsCourbe
                   perform sommePlacesInstantane
                   add placesInstantane to placesVenduesP(iProduction)
                   add recetteInst to recetteP(iProduction)
                   add 1 to nbRepP(iProduction)
               end-if
           end-if.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.

       chercheProduction.
      *****************************************
      *    l'appelant garnit codeGenreCherche et titreCherche ;
      *    iProduction depasse nbProductionsCourbe si absente
           perform varying iProduction from 1 by 1
                   until iProduction > nbProductionsCourbe
                       or (codeGenreP(iProduction) = codeGenreCherche
                           and titreP(iProduction) = titreCherche)
               continue
           end-perform.

       chercheGenre.
      *****************************************
      *    ajoute le genre a la table s'il n'y est pas encore ;
      *    iGenre depasse nbGenresCourbe si la table est pleine
           perform varying iGenre from 1 by 1
                   until iGenre > nbGenresCourbe
                       or codeGenreG(iGenre) = codeGenreCherche
               continue
           end-perform.
           if iGenre > nbGenresCourbe and nbGenresCourbe < 50
               add 1 to nbGenresCourbe
               move codeGenreCherche to codeGenreG(nbGenresCourbe)
           end-if.

       sommePlacesInstantane.
      *****************************************
           move 0 to placesInstantane.
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               add nbReservationsInst(iCategorie) to placesInstantane
           end-perform.

       cumulePointsCourbes.
      *****************************************
      *    un instantane pris a l'une des bornes alimente la courbe
      *    de sa production si elle est en vente, sinon la courbe de
      *    son genre pour une representation deja jouee
           OPEN INPUT FiHistoriqueVentes.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.
           perform cumulePointInstantane until finFiHistoriqueVentes.
           CLOSE FiHistoriqueVentes.

       cumulePointInstantane.
      *****************************************
           perform varying iBorne from 1 by 1
                   until iBorne > 8
                       or borneJours(iBorne) = joursAvantRideauInst
               continue
           end-perform.
           if iBorne <= 8
               perform sommePlacesInstantane
               move codeGenreInst to codeGenreCherche
               move titreInst to titreCherche
               perform chercheProduction
               if iProduction <= nbProductionsCourbe
                   add placesInstantane
                       to venduBorneP(iProduction iBorne)
                   add 1 to nbRepBorneP(iProduction iBorne)
               else
                   if dateRepresentationInst < dateDernierInstantane
                       perform chercheGenre
                       if iGenre <= nbGenresCourbe
                           add placesInstantane
                               to venduBorneG(iGenre iBorne)
                           add 1 to nbRepBorneG(iGenre iBorne)
                       end-if
                   end-if
               end-if
           end-if.
           read FiHistoriqueVentes
               at end move "10" to fs-fiHistoriqueVentes
           end-read.

       cumuleHistorique.
      *****************************************
      *    l'archive donne le total final des representations
      *    jouees : celles d'une production encore en vente
      *    s'ajoutent a son total, les autres font le point final
      *    de la courbe de leur genre
           OPEN INPUT FiHistorique.
           read FiHistorique
               at end move "10" to fs-fiHistorique
           end-read.
           perform cumuleLigneHistorique until finFiHistorique.
           CLOSE FiHistorique.

       cumuleLigneHistorique.
      *****************************************
           move 0 to placesInstantane.
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               add nbReservationsHist(iCategorie) to placesInstantane
           end-perform.
           move codeGenreHist to codeGenreCherche.
           move titreHist to titreCherche.
           perform chercheProduction.
           if iProduction <= nbProductionsCourbe
               add placesInstantane to placesVenduesP(iProduction)
               add 1 to nbRepP(iProduction)
           else
               perform chercheGenre
               if iGenre <= nbGenresCourbe
                   add placesInstantane to venduFinalG(iGenre)
                   add 1 to nbRepFinalG(iGenre)
               end-if
           end-if.
           read FiHistorique
               at end move "10" to fs-fiHistorique
           end-read.

       chargerObjectifs.
      *****************************************
      *    sans fichier d'objectifs, seule la courbe du genre sert
      *    de reference
           OPEN INPUT FiObjectifs.
           read FiObjectifs
               at end move "10" to fs-fiObjectifs
           end-read.
           perform chargerLigneObjectif until finFiObjectifs.
           CLOSE FiObjectifs.

       chargerLigneObjectif.
      *****************************************
           move codeGenreObjectif to codeGenreCherche.
           move titreObjectif to titreCherche.
           perform chercheProduction.
           if iProduction <= nbProductionsCourbe
               move objectifPlacesLu to objectifPlacesP(iProduction)
               move objectifRecetteLu to objectifRecetteP(iProduction)
           end-if.
           read FiObjectifs
               at end move "10" to fs-fiObjectifs
           end-read.

       editeProductionCourbe.
      *****************************************
           move codeGenreP(iProduction) to codeGenrePEd.
           move titreP(iProduction) to titrePEd.
           display LigneProductionCourbe.
           move LigneProductionCourbe to EnregCourbesVentes.
           write EnregCourbesVentes.

           move placesVenduesP(iProduction) to placesVenduesPEd.
           move objectifPlacesP(iProduction) to objectifPlacesPEd.
           move 0 to tauxObjectif.
           if objectifPlacesP(iProduction) > 0
               compute tauxObjectif = placesVenduesP(iProduction)
                   * 100 / objectifPlacesP(iProduction)
                   on size error move 999 to tauxObjectif
               end-compute
           end-if.
           move tauxObjectif to tauxObjectifEd.
           move recetteP(iProduction) to recettePEd.
           move objectifRecetteP(iProduction) to objectifRecettePEd.
           display LigneVenduObjectif.
           move LigneVenduObjectif to EnregCourbesVentes.
           write EnregCourbesVentes.
           display LigneColonnesCourbe.
           move LigneColonnesCourbe to EnregCourbesVentes.
           write EnregCourbesVentes.

           move codeGenreP(iProduction) to codeGenreCherche.
           perform chercheGenre.
           move 0 to objectifParRepresentation.
           if objectifPlacesP(iProduction) > 0
                   and nbRepP(iProduction) > 0
               divide objectifPlacesP(iProduction)
                   by nbRepP(iProduction)
                   giving objectifParRepresentation
           end-if.
           perform editePointCourbe
               varying iBorne from 1 by 1 until iBorne > 8.

       editePointCourbe.
      *****************************************
      *    la courbe objectif reprend le profil du genre : a chaque
      *    borne, l'objectif par representation est pondere par la
      *    part du total final que le genre avait atteinte
           if nbRepBorneP(iProduction iBorne) > 0
               divide venduBorneP(iProduction iBorne)
                   by nbRepBorneP(iProduction iBorne)
                   giving moyenneProduction
               move 0 to moyenneGenre
               move 0 to moyenneObjectif
               if iGenre <= nbGenresCourbe
                   if nbRepBorneG(iGenre iBorne) > 0
                       divide venduBorneG(iGenre iBorne)
                           by nbRepBorneG(iGenre iBorne)
                           giving moyenneGenre
                       if venduFinalG(iGenre) > 0
                           compute moyenneObjectif =
                               objectifParRepresentation
                               * venduBorneG(iGenre iBorne)
                               * nbRepFinalG(iGenre)
                               / (nbRepBorneG(iGenre iBorne)
                                  * venduFinalG(iGenre))
                               on size error
                                   move objectifParRepresentation
                                       to moyenneObjectif
                           end-compute
                           if moyenneObjectif
                                   > objectifParRepresentation
                               move objectifParRepresentation
                                   to moyenneObjectif
                           end-if
                       end-if
                   end-if
               end-if
               if moyenneObjectif > 0
                   move moyenneObjectif to moyenneReference
               else
                   move moyenneGenre to moyenneReference
               end-if
               move spaces to retardPointEd
               if moyenneReference > 0
                       and moyenneProduction * 100
                           < moyenneReference * seuilRetard
                   move "EN RETARD" to retardPointEd
                   move "O" to retardP(iProduction)
               end-if
               move borneJours(iBorne) to borneJoursEd
               move moyenneProduction to moyenneProductionEd
               move moyenneGenre to moyenneGenreEd
               move moyenneObjectif to moyenneObjectifEd
               display LignePointCourbe
               move LignePointCourbe to EnregCourbesVentes
               write EnregCourbesVentes
           end-if.

       editeRetards.
      *****************************************
      *    recapitulatif pour le marketing : les productions passees
      *    sous leur courbe a l'une des bornes deja atteintes
           perform varying iProduction from 1 by 1
                   until iProduction > nbProductionsCourbe
               if retardP(iProduction) = "O"
                   add 1 to nbProductionsEnRetard
               end-if
           end-perform.
           move nbProductionsEnRetard to nbProductionsEnRetardEd.
           display LigneEnteteRetards.
           move LigneEnteteRetards to EnregCourbesVentes.
           write EnregCourbesVentes.
           perform editeProductionEnRetard
               varying iProduction from 1 by 1
               until iProduction > nbProductionsCourbe.

       editeProductionEnRetard.
      *****************************************
           if retardP(iProduction) = "O"
               move codeGenreP(iProduction) to codeGenrePEd
               move titreP(iProduction) to titrePEd
               display LigneProductionCourbe
               move LigneProductionCourbe to EnregCourbesVentes
               write EnregCourbesVentes
           end-if.

       end program CourbesVentes.
