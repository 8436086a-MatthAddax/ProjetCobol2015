       program-id. RepartitionCanaux as "RepartitionCanaux".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiGenres
              assign "../Fichiers/GENRES.IND"
              organization is indexed access mode is dynamic
              record key is codeGenreRef
                  file status is fs-fiGenres.

          select optional FiParamListing
              assign "../Fichiers/ParamListing.seq"
              organization is line sequential
              file status is fs-fiParamListing.

          select FiRepartitionCanaux assign
                  "../Fichiers/repartitionCanaux.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail.
               03 codeGenreDetail          pic x(5).
               03 codeNumDetail            pic 9(2).
           02 dateRepresentationDetail.
               03 anneeDetail              pic 9(4).
               03 moisDetail               pic 9(2).
               03 jourDetail               pic 9(2).
           02 categDetail                  pic 9.
           02 nbPlacesDetail                pic 99.
           02 codeClientDetail             pic x(6).
           02 nomClientDetail              pic x(20).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
           02 libelleGenre                 pic x(30).
           02 dureeDefautGenre             pic 9(3).
       FD FiParamListing.
       01 EnregParamListing.
           02 anneeListingParam            pic 9(4).
           02 moisListingParam             pic 99.
       FD FiRepartitionCanaux.
       01 EnregRepartition                 pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiReservationsDetail          pic x(2).
           88 finFiReservationsDetail VALUE "10".
       77 fs-fiGenres                      pic x(2).
       77 fs-fiParamListing                pic x(2).
       77 anneeRepartition                 pic 9(4) value 2015.
       77 iGenre                           pic 99.
       77 nbGenres                         pic 99 value 0.
       77 iMois                            pic 99.
       77 iCanal                           pic 99.
       77 nbGenresIgnores                  pic 9(5) value 0.
       77 placesVenduesMois                pic 9(7).
       77 partCanal                        pic 999v9.
      *    les canaux de vente dans l'ordre du rapport ; le dernier
      *    recueille les mouvements anterieurs a la saisie du canal
       01 LibellesCanal.
           02                              pic x VALUE "G".
           02                              pic x(20)
               VALUE "Guichet".
           02                              pic x VALUE "W".
           02                              pic x(20)
               VALUE "Site web".
           02                              pic x VALUE "B".
           02                              pic x(20)
               VALUE "Back-office".
           02                              pic x VALUE "S".
           02                              pic x(20)
               VALUE "Abonnement".
           02                              pic x VALUE "K".
           02                              pic x(20)
               VALUE "Groupe".
           02                              pic x VALUE "E".
           02                              pic x(20)
               VALUE "Relogement/echange".
           02                              pic x VALUE "A".
           02                              pic x(20)
               VALUE "Agences".
           02                              pic x VALUE "F".
           02                              pic x(20)
               VALUE "Forfaits".
           02                              pic x VALUE " ".
           02                              pic x(20)
               VALUE "Non renseigne".
       01 REDEFINES LibellesCanal.
           02 detailCanal OCCURS 9.
               03 codeCanal                pic x.
               03 libelleCanal             pic x(20).
      *    cumuls par genre, mois et canal : places prises, places
      *    rendues par annulation, et recette facturee a la prise
       01 tabGenresRepartition.
           02 detailGenreRepartition OCCURS 50.
               03 codeGenreRepartition     pic x(5).
               03 libelleGenreRepartition  pic x(20).
               03 detailMoisRepartition OCCURS 12.
                   04 detailCanalRepartition OCCURS 9.
                       05 placesVenduesCumul   pic 9(7).
                       05 placesAnnuleesCumul  pic 9(7).
                       05 recetteCumul         pic 9(9)v99.
       01 tabTotauxMois.
           02 detailTotalMois OCCURS 12.
               03 detailTotalMoisCanal OCCURS 9.
                   04 placesVenduesMoisCanal  pic 9(7).
                   04 placesAnnuleesMoisCanal pic 9(7).
                   04 recetteMoisCanal        pic 9(9)v99.
       01 tabTotauxAnnee.
           02 detailTotalAnnee OCCURS 9.
               03 placesVenduesAnnee       pic 9(7).
               03 placesAnnuleesAnnee      pic 9(7).
               03 recetteAnnee             pic 9(9)v99.
       77 placesVenduesAnneeTotal          pic 9(7) value 0.
       01 LigneEnteteRepartition.
           02                              pic x(44) VALUE
               "Repartition des ventes par canal -- annee ".
           02 anneeRepartitionEd           pic 9(4).
       01 LigneEnteteColonnes.
           02                              pic x(48) VALUE SPACES.
           02                              pic x(52) VALUE
               " vendues   annulees        recette   part".
       01 LigneMoisRepartition.
           02                              pic x(7) VALUE "Mois : ".
           02 moisRepartitionEd            pic 99.
           02                              pic x VALUE "/".
           02 anneeMoisRepartitionEd       pic 9(4).
       01 LigneGenreCanal.
           02                              pic x(2) VALUE SPACES.
           02 codeGenreCanalEd             pic x(5).
           02                              pic x VALUE SPACE.
           02 libelleGenreCanalEd          pic x(20).
           02 libelleCanalEd               pic x(20).
           02 placesVenduesEd              pic zzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 placesAnnuleesEd             pic zzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 recetteEd                    pic zzzzzzzz9,99.
       01 LigneTotalCanal.
           02                              pic x(4) VALUE SPACES.
           02 libelleTotalEd               pic x(24).
           02 libelleCanalTotalEd          pic x(20).
           02 placesVenduesTotalEd         pic zzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 placesAnnuleesTotalEd        pic zzzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 recetteTotalEd               pic zzzzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 partCanalEd                  pic zz9,9.
           02                              pic x VALUE "%".
       01 LigneGenresIgnores.
           02                              pic x(35)
               VALUE "Mouvements hors table des genres: ".
           02 nbGenresIgnoresEd            pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    repartition des places et de la recette par canal de
      *    vente, genre et mois de representation, pour l'annee du
      *    parametre de listing : les prises ('R') font les places
      *    vendues et la recette facturee, les annulations ('A') les
      *    places rendues ; les marqueurs 'B' ne portent pas de
      *    places ; les reemissions (echange, transfert, deplacement
      *    de date) restent isolees sous le canal relogement/echange
      *    pour ne pas gonfler les canaux de vente
           OPEN INPUT FiReservationsDetail FiGenres FiParamListing.
           OPEN OUTPUT FiRepartitionCanaux.

           perform lireParamRepartition.
           move zeros to tabGenresRepartition tabTotauxMois
                      tabTotauxAnnee.

           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.
           perform cumuleMouvementCanal
               until finFiReservationsDetail.

           perform ecritRepartition.

           CLOSE FiReservationsDetail FiGenres FiParamListing
                 FiRepartitionCanaux.
           STOP RUN.

       lireParamRepartition.
      *****************************************
      *    meme parametre que le listing mensuel, seule l'annee sert
           read FiParamListing
               at end continue
               not at end
                   if anneeListingParam is numeric
                           and anneeListingParam > 0
                       move anneeListingParam to anneeRepartition
                   end-if
           end-read.

       cumuleMouvementCanal.
      *****************************************
           if anneeDetail = anneeRepartition
                   and moisDetail >= 1 and moisDetail <= 12
                   and (typeMouvementDetail = "R"
                       or typeMouvementDetail = "A")
               perform chercheGenreRepartition
               if iGenre <= nbGenres
                   perform chercheCanalDetail
                   move moisDetail to iMois
                   perform cumuleLigneCanal
               else
                   add 1 to nbGenresIgnores
               end-if
           end-if.
           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.

       cumuleLigneCanal.
      *****************************************
           if nbPlacesDetail is not numeric
               move 0 to nbPlacesDetail
           end-if.
           if typeMouvementDetail = "R"
               add nbPlacesDetail
                   to placesVenduesCumul(iGenre iMois iCanal)
                      placesVenduesMoisCanal(iMois iCanal)
                      placesVenduesAnnee(iCanal)
               if montantFactureDetail is numeric
                   add montantFactureDetail
                       to recetteCumul(iGenre iMois iCanal)
                          recetteMoisCanal(iMois iCanal)
                          recetteAnnee(iCanal)
               end-if
           else
               add nbPlacesDetail
                   to placesAnnuleesCumul(iGenre iMois iCanal)
                      placesAnnuleesMoisCanal(iMois iCanal)
                      placesAnnuleesAnnee(iCanal)
           end-if.

       chercheCanalDetail.
      *****************************************
      *    un code de canal inconnu tombe avec les mouvements non
      *    renseignes
           perform varying iCanal from 1 by 1
                   until iCanal > 8
                       or codeCanal(iCanal) = canalVenteDetail
               continue
           end-perform.
           if iCanal > 8
               move 9 to iCanal
           end-if.

       chercheGenreRepartition.
      *****************************************
           perform varying iGenre from 1 by 1
                   until iGenre > nbGenres
                       or codeGenreRepartition(iGenre)
                           = codeGenreDetail
               continue
           end-perform.
           if iGenre > nbGenres and nbGenres < 50
               add 1 to nbGenres
               move codeGenreDetail to codeGenreRepartition(nbGenres)
               move codeGenreDetail to codeGenreRef
               read FiGenres
                   invalid key
                       move spaces to libelleGenreRepartition(nbGenres)
                   not invalid key
                       move libelleGenre
                           to libelleGenreRepartition(nbGenres)
               end-read
               move nbGenres to iGenre
           end-if.

       ecritRepartition.
      *****************************************
      *    un bloc par mois actif : le detail genre x canal, puis le
      *    total du mois par canal avec la part des places vendues ;
      *    en fin d'edition le total de l'annee par canal
           move anneeRepartition to anneeRepartitionEd.
           move LigneEnteteRepartition to EnregRepartition.
           perform ecritLigneRepartition.
           move LigneEnteteColonnes to EnregRepartition.
           perform ecritLigneRepartition.
           perform varying iMois from 1 by 1 until iMois > 12
               perform ecritMoisRepartition
           end-perform.
           move spaces to EnregRepartition.
           perform ecritLigneRepartition.
           move 0 to placesVenduesAnneeTotal.
           perform varying iCanal from 1 by 1 until iCanal > 9
               add placesVenduesAnnee(iCanal)
                   to placesVenduesAnneeTotal
           end-perform.
           perform varying iCanal from 1 by 1 until iCanal > 9
               if placesVenduesAnnee(iCanal) > 0
                       or placesAnnuleesAnnee(iCanal) > 0
                   move "Total annee" to libelleTotalEd
                   move libelleCanal(iCanal) to libelleCanalTotalEd
                   move placesVenduesAnnee(iCanal)
                       to placesVenduesTotalEd
                   move placesAnnuleesAnnee(iCanal)
                       to placesAnnuleesTotalEd
                   move recetteAnnee(iCanal) to recetteTotalEd
                   move 0 to partCanal
                   if placesVenduesAnneeTotal > 0
                       compute partCanal rounded =
                           placesVenduesAnnee(iCanal) * 100
                           / placesVenduesAnneeTotal
                   end-if
                   move partCanal to partCanalEd
                   move LigneTotalCanal to EnregRepartition
                   perform ecritLigneRepartition
               end-if
           end-perform.
           if nbGenresIgnores > 0
               move nbGenresIgnores to nbGenresIgnoresEd
               move LigneGenresIgnores to EnregRepartition
               perform ecritLigneRepartition
           end-if.

       ecritMoisRepartition.
      *****************************************
           move 0 to placesVenduesMois.
           perform varying iCanal from 1 by 1 until iCanal > 9
               add placesVenduesMoisCanal(iMois iCanal)
                   to placesVenduesMois
           end-perform.
           if placesVenduesMois > 0
               move iMois to moisRepartitionEd
               move anneeRepartition to anneeMoisRepartitionEd
               move spaces to EnregRepartition
               perform ecritLigneRepartition
               move LigneMoisRepartition to EnregRepartition
               perform ecritLigneRepartition
               perform varying iGenre from 1 by 1
                       until iGenre > nbGenres
                   perform ecritGenreMoisRepartition
               end-perform
               perform ecritTotalMoisRepartition
           end-if.

       ecritGenreMoisRepartition.
      *****************************************
           perform varying iCanal from 1 by 1 until iCanal > 9
               if placesVenduesCumul(iGenre iMois iCanal) > 0
                       or placesAnnuleesCumul(iGenre iMois iCanal) > 0
                   move codeGenreRepartition(iGenre)
                       to codeGenreCanalEd
                   move libelleGenreRepartition(iGenre)
                       to libelleGenreCanalEd
                   move libelleCanal(iCanal) to libelleCanalEd
                   move placesVenduesCumul(iGenre iMois iCanal)
                       to placesVenduesEd
                   move placesAnnuleesCumul(iGenre iMois iCanal)
                       to placesAnnuleesEd
                   move recetteCumul(iGenre iMois iCanal) to recetteEd
                   move LigneGenreCanal to EnregRepartition
                   perform ecritLigneRepartition
               end-if
           end-perform.

       ecritTotalMoisRepartition.
      *****************************************
           perform varying iCanal from 1 by 1 until iCanal > 9
               if placesVenduesMoisCanal(iMois iCanal) > 0
                       or placesAnnuleesMoisCanal(iMois iCanal) > 0
                   move "Total du mois" to libelleTotalEd
                   move libelleCanal(iCanal) to libelleCanalTotalEd
                   move placesVenduesMoisCanal(iMois iCanal)
                       to placesVenduesTotalEd
                   move placesAnnuleesMoisCanal(iMois iCanal)
                       to placesAnnuleesTotalEd
                   move recetteMoisCanal(iMois iCanal)
                       to recetteTotalEd
                   compute partCanal rounded =
                       placesVenduesMoisCanal(iMois iCanal) * 100
                       / placesVenduesMois
                   move partCanal to partCanalEd
                   move LigneTotalCanal to EnregRepartition
                   perform ecritLigneRepartition
               end-if
           end-perform.

       ecritLigneRepartition.
      *****************************************
           display EnregRepartition.
           write EnregRepartition.

       end program RepartitionCanaux.
