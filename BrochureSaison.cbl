       program-id. BrochureSaison as "BrochureSaison".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
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

          select optional FiHoraires
              assign "../Fichiers/HORAIRES.IND"
              organization is indexed access mode is dynamic
              record key is cleHoraire
                  file status is fs-fiHoraires.

          select optional FiTarifs
              assign "../Fichiers/tarifs.seq"
              organization is line sequential
              file status is fs-fiTarifs.

          select optional FiOuvertures
              assign "../Fichiers/ouverturesVente.seq"
              organization is line sequential
              file status is fs-fiOuvertures.

          select optional FiGenres
              assign "../Fichiers/GENRES.IND"
              organization is indexed access mode is dynamic
              record key is codeGenreRef
                  file status is fs-fiGenres.

          select optional FiProductions
              assign "../Fichiers/PRODUCTIONS.IND"
              organization is indexed access mode is dynamic
              record key is cleProduction
                  file status is fs-fiProductions.

          select optional FiParamBrochure
              assign "../Fichiers/ParamBrochure.seq"
              organization is line sequential
              file status is fs-fiParamBrochure.

          select FiBrochure assign "../Fichiers/brochureSaison.seq"
              organization is line sequential.

          select FiBrochureBalisee
              assign "../Fichiers/brochureSaisonBalises.seq"
              organization is line sequential.
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
       FD FiHoraires.
       01 EnregHoraire.
           02 cleHoraire.
               03 codeSpectHoraire         pic x(7).
               03 dateHoraire              pic 9(8).
           02 heureRepresentationHoraire   pic 9(4).
       FD FiTarifs.
       01 EnregTarif.
           02 cibleTarifLu                 pic x(7).
           02 dateDebutTarifLu             pic 9(8).
           02 dateFinTarifLu               pic 9(8).
           02 codePromoTarifLu             pic x(5).
           02 tabPrixTarifLu.
               03 prixTarifLu              pic 9(3)v99 OCCURS 3.
       FD FiOuvertures.
       01 EnregOuvertureLu.
           02 cibleOuvertureLu             pic x(7).
           02 dateOuverturePrioriteLu      pic 9(8).
           02 dateOuvertureGeneraleLu      pic 9(8).
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
           02 libelleGenre                 pic x(30).
           02 dureeDefautGenre             pic 9(3).
       FD FiProductions.
       01 EnregProduction.
           02 cleProduction.
               03 codeGenreProd            pic x(5).
               03 titreProduction          pic x(30).
           02 compagnieProduction          pic x(30).
           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiParamBrochure.
      *    saison a publier : premiere et derniere date de
      *    representation ; sans parametre, l'annee qui suit la date
      *    du jour
       01 EnregParamBrochure.
           02 dateDebutSaisonParam         pic 9(8).
           02 dateFinSaisonParam           pic 9(8).
       FD FiBrochure.
       01 EnregBrochure                    pic x(120).
       FD FiBrochureBalisee.
      *    meme contenu, une balise de style en tete de chaque
      *    paragraphe et les champs d'une representation separes
      *    par des points-virgules, pour l'import dans l'outil de
      *    mise en page des graphistes
       01 EnregBrochureBalisee             pic x(200).

       working-storage section.
      *----------------------------------------
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiSalle                       pic x(2).
       77 salleIDLu                        pic 9(2).
       77 fs-fiHoraires                    pic x(2).
       77 fs-fiTarifs                      pic x(2).
           88 finFiTarifs          VALUE "10".
       77 fs-fiOuvertures                  pic x(2).
           88 finFiOuvertures      VALUE "10".
       77 fs-fiGenres                      pic x(2).
       77 fs-fiProductions                 pic x(2).
       77 fs-fiParamBrochure               pic x(2).
       77 dateDebutSaison                  pic 9(8).
       77 dateFinSaison                    pic 9(8).
       77 dateRepresentationNum            pic 9(8).
       77 nbTarifs                         pic 9(3) value 0.
       77 iTarif                           pic 9(3).
       77 iCategTarif                      pic 9.
       77 nbOuvertures                     pic 9(3) value 0.
       77 iOuverture                       pic 9(3).
       77 nbRepsBrochure                   pic 9(3) value 0.
       77 iRep                             pic 9(3).
       77 iPos                             pic 9(3).
       77 iDecale                          pic 9(3).
       77 iCal                             pic 9(3).
       77 nbRepsHorsTable                  pic 9(5) value 0.
       77 nbProductionsBrochure            pic 9(3) value 0.
       77 genreCourant                     pic x(5).
       77 titreCourant                     pic x(30).
       77 moisCourant                      pic 9(6).
       77 moisRep                          pic 9(6).
       77 iMois                            pic 99.
       01 tabTarifs.
           02 detailTarif OCCURS 100.
               03 cibleTarif               pic x(7).
               03 dateDebutTarif           pic 9(8).
               03 dateFinTarif             pic 9(8).
               03 codePromoTarif           pic x(5).
               03 prixTarif                pic 9(3)v99 OCCURS 3.
       01 tabOuvertures.
           02 detailOuverture OCCURS 100.
               03 cibleOuverture           pic x(7).
               03 dateOuverturePriorite    pic 9(8).
               03 dateOuvertureGenerale    pic 9(8).
      *    representations de la saison, tenues dans l'ordre de la
      *    brochure (genre, titre, date et heure) par insertion ;
      *    l'index du calendrier les reprend dans l'ordre des dates
       01 tabRepsBrochure.
           02 detailRepBrochure OCCURS 500.
               03 cleTriRep.
                   04 codeGenreRep         pic x(5).
                   04 titreRep             pic x(30).
                   04 momentRep.
                       05 dateRep          pic 9(8).
                       05 heureRep         pic x(4).
               03 codeSpectRep             pic x(7).
               03 nomSalleRep              pic x(20).
               03 prixRep                  pic 9(3)v99 OCCURS 3.
               03 dateOuvPrioRep           pic 9(8).
               03 dateOuvGenRep            pic 9(8).
       01 detailRepNouvelle.
           02 cleTriNouvelle.
               03 codeGenreNouv            pic x(5).
               03 titreNouv                pic x(30).
               03 momentNouv.
                   04 dateNouv             pic 9(8).
                   04 heureNouv            pic x(4).
           02 codeSpectNouv                pic x(7).
           02 nomSalleNouv                 pic x(20).
           02 prixNouv                     pic 9(3)v99 OCCURS 3.
           02 dateOuvPrioNouv              pic 9(8).
           02 dateOuvGenNouv               pic 9(8).
       01 tabCalendrier.
           02 repCalendrier                pic 9(3) OCCURS 500.
       01 NomsMois.
           02                              pic x(9) VALUE "Janvier".
           02                              pic x(9) VALUE "Fevrier".
           02                              pic x(9) VALUE "Mars".
           02                              pic x(9) VALUE "Avril".
           02                              pic x(9) VALUE "Mai".
           02                              pic x(9) VALUE "Juin".
           02                              pic x(9) VALUE "Juillet".
           02                              pic x(9) VALUE "Aout".
           02                              pic x(9) VALUE "Septembre".
           02                              pic x(9) VALUE "Octobre".
           02                              pic x(9) VALUE "Novembre".
           02                              pic x(9) VALUE "Decembre".
       01 REDEFINES NomsMois.
           02 nomMois                      pic x(9) OCCURS 12.
       01 dateEdition.
           02 jourEdition                  pic 99.
           02                              pic x VALUE "/".
           02 moisEdition                  pic 99.
           02                              pic x VALUE "/".
           02 anneeEdition                 pic 9(4).
       01 heureEdition                     pic x(5).
       01 prixEdition.
           02 prixEditionEd                pic zz9,99 OCCURS 3.
       01 ouvPrioEdition                   pic x(10).
       01 ouvGenEdition                    pic x(10).
       01 LigneBlanche                     pic x(120) VALUE SPACES.
       01 LigneEnteteBrochure.
           02                              pic x(10)
               VALUE "Saison du ".
           02 debutSaisonEd                pic x(10).
           02                              pic x(4) VALUE " au ".
           02 finSaisonEd                  pic x(10).
       01 LigneGenreBrochure.
           02                              pic x(5) VALUE "*** ".
           02 libelleGenreEd               pic x(30).
           02                              pic x(4) VALUE " ***".
       01 LigneTitreBrochure.
           02                              pic x(2) VALUE SPACES.
           02 titreBrochureEd              pic x(30).
       01 LigneFicheBrochure.
           02                              pic x(2) VALUE SPACES.
           02 compagnieBrochureEd          pic x(30).
           02                              pic x(10)
               VALUE "  duree ".
           02 dureeBrochureEd              pic zz9.
           02                              pic x(14)
               VALUE " min  public ".
           02 classificationBrochureEd     pic x(10).
       01 LigneDescriptifBrochure.
           02                              pic x(2) VALUE SPACES.
           02 descriptifBrochureEd         pic x(100).
       01 LigneGrilleEntete.
           02                              pic x(43) VALUE
               "    Date       Heure Salle                 ".
           02                              pic x(52) VALUE
               "Orchestre  Balcon    Loge  Abonnes le  Vente le".
       01 LigneRepBrochure.
           02                              pic x(4) VALUE SPACES.
           02 dateRepBrochureEd            pic x(10).
           02                              pic x VALUE SPACE.
           02 heureRepBrochureEd           pic x(5).
           02                              pic x VALUE SPACE.
           02 salleRepBrochureEd           pic x(20).
           02                              pic x(5) VALUE SPACES.
           02 prix1RepBrochureEd           pic zz9,99.
           02                              pic x(2) VALUE SPACES.
           02 prix2RepBrochureEd           pic zz9,99.
           02                              pic x(2) VALUE SPACES.
           02 prix3RepBrochureEd           pic zz9,99.
           02                              pic x(2) VALUE SPACES.
           02 ouvPrioRepBrochureEd         pic x(10).
           02                              pic x(2) VALUE SPACES.
           02 ouvGenRepBrochureEd          pic x(10).
       01 LigneEnteteCalendrier.
           02                              pic x(40)
               VALUE "Calendrier de la saison".
       01 LigneMoisCalendrier.
           02                              pic x(2) VALUE SPACES.
           02 nomMoisCalendrierEd          pic x(9).
           02                              pic x VALUE SPACE.
           02 anneeCalendrierEd            pic 9(4).
       01 LigneRepCalendrier.
           02                              pic x(4) VALUE SPACES.
           02 dateCalendrierEd             pic x(10).
           02                              pic x VALUE SPACE.
           02 heureCalendrierEd            pic x(5).
           02                              pic x VALUE SPACE.
           02 titreCalendrierEd            pic x(30).
           02                              pic x VALUE SPACE.
           02 salleCalendrierEd            pic x(20).
       01 LigneBalisee                     pic x(200).
       01 LigneBilanRepsBrochure.
           02                              pic x(35)
               VALUE "Representations publiees        : ".
           02 nbRepsBrochureEd             pic zzzz9.
       01 LigneBilanProductionsBrochure.
           02                              pic x(35)
               VALUE "Productions publiees            : ".
           02 nbProductionsBrochureEd      pic zzzz9.
       01 LigneBilanRepsHorsTable.
           02                              pic x(35)
               VALUE "Representations hors table      : ".
           02 nbRepsHorsTableEd            pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    brochure de saison : chaque production jouee dans la
      *    saison, regroupee par genre, avec sa fiche du catalogue
      *    des productions et la grille de ses representations
      *    (date, heure de lever de rideau, salle, prix par
      *    categorie, ouverture des ventes), puis un calendrier de
      *    la saison mois par mois ; une version balisee reprend le
      *    meme contenu pour la mise en page
           OPEN INPUT FiSpectacle FiSalle FiHoraires FiGenres
                      FiProductions FiParamBrochure.
           OPEN OUTPUT FiBrochure FiBrochureBalisee.

           perform lireParamBrochure.
           perform chargerTarifsBrochure.
           perform chargerOuverturesBrochure.

           move low-values to codeSpect.
           start FiSpectacle key is >= codeSpect
               invalid key move "10" to fs-fiSpectacle
           end-start.
           if not finErreurFiSpectacle
               read FiSpectacle next
                   at end move "10" to fs-fiSpectacle
               end-read
           end-if.
           perform retientRepBrochure until finErreurFiSpectacle.

           perform ecritEnteteBrochure.
           move spaces to genreCourant.
           move spaces to titreCourant.
           perform ecritRepBrochure
               varying iRep from 1 by 1 until iRep > nbRepsBrochure.

           perform indexeRepCalendrier
               varying iRep from 1 by 1 until iRep > nbRepsBrochure.
           perform ecritEnteteCalendrier.
           move 0 to moisCourant.
           perform ecritRepCalendrier
               varying iCal from 1 by 1 until iCal > nbRepsBrochure.

           perform ecritBilanBrochure.

           CLOSE FiSpectacle FiSalle FiHoraires FiGenres
                 FiProductions FiParamBrochure FiBrochure
                 FiBrochureBalisee.
           STOP RUN.

       lireParamBrochure.
      *****************************************
           accept dateDebutSaison from date YYYYMMDD.
           compute dateFinSaison = dateDebutSaison + 10000.
           read FiParamBrochure
               at end continue
               not at end
                   if dateDebutSaisonParam is numeric
                           and dateDebutSaisonParam > 0
                       move dateDebutSaisonParam to dateDebutSaison
                   end-if
                   if dateFinSaisonParam is numeric
                           and dateFinSaisonParam >= dateDebutSaison
                       move dateFinSaisonParam to dateFinSaison
                   end-if
           end-read.

       chargerTarifsBrochure.
      *****************************************
      *    meme table de tarifs a date d'effet que le traitement de
      *    nuit : les prix imprimes doivent etre ceux qui seront
      *    factures
           OPEN INPUT FiTarifs.
           if fs-fiTarifs = "00"
               read FiTarifs
                   at end move "10" to fs-fiTarifs
               end-read
               perform chargerLigneTarifBrochure until finFiTarifs
                   or nbTarifs >= 100
           end-if.
           CLOSE FiTarifs.

       chargerLigneTarifBrochure.
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

       chargerOuverturesBrochure.
      *****************************************
      *    sans calendrier d'ouverture, la brochure n'imprime pas de
      *    date d'ouverture des ventes
           OPEN INPUT FiOuvertures.
           if fs-fiOuvertures = "00"
               read FiOuvertures
                   at end move "10" to fs-fiOuvertures
               end-read
               perform chargerLigneOuvertureBrochure
                   until finFiOuvertures or nbOuvertures >= 100
           end-if.
           CLOSE FiOuvertures.

       chargerLigneOuvertureBrochure.
      *****************************************
           add 1 to nbOuvertures.
           move cibleOuvertureLu to cibleOuverture(nbOuvertures).
           move dateOuverturePrioriteLu
               to dateOuverturePriorite(nbOuvertures).
           move dateOuvertureGeneraleLu
               to dateOuvertureGenerale(nbOuvertures).
           read FiOuvertures
               at end move "10" to fs-fiOuvertures
           end-read.

       retientRepBrochure.
      *****************************************
           move dateRepresentation to dateRepresentationNum.
           if dateRepresentationNum >= dateDebutSaison
                   and dateRepresentationNum <= dateFinSaison
               if nbRepsBrochure < 500
                   perform garnitRepBrochure
                   perform insereRepBrochure
               else
                   add 1 to nbRepsHorsTable
               end-if
           end-if.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       garnitRepBrochure.
      *****************************************
           move codeGenre to codeGenreNouv.
           move titre to titreNouv.
           move dateRepresentationNum to dateNouv.
           move codeSpect to codeSpectNouv.
           move spaces to heureNouv.
           move codeSpect to codeSpectHoraire.
           move dateRepresentationNum to dateHoraire.
           read FiHoraires
               invalid key continue
               not invalid key
                   move heureRepresentationHoraire to heureNouv
           end-read.
           move spaces to nomSalleNouv.
           move numSalle to salleIDLu.
           read FiSalle
               invalid key
                   perform varying iCategTarif from 1 by 1
                           until iCategTarif > 3
                       move 0 to prixCategorie(iCategTarif)
                   end-perform
               not invalid key
                   move nomSalle to nomSalleNouv
           end-read.
           perform resoudrePrixBrochure.
           perform resoudreOuvertureBrochure.

       resoudrePrixBrochure.
      *****************************************
      *    prix de la salle par defaut, recouverts par un tarif de
      *    genre en vigueur a la date de representation, lui-meme
      *    recouvert par un tarif propre au codeSpect
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixCategorie(iCategTarif)
                   to prixNouv(iCategTarif)
           end-perform.
           perform varying iTarif from 1 by 1 until iTarif > nbTarifs
               if cibleTarif(iTarif)(1:5) = codeGenre
                       and cibleTarif(iTarif)(6:2) = spaces
                       and dateRepresentationNum
                           >= dateDebutTarif(iTarif)
                       and dateRepresentationNum
                           <= dateFinTarif(iTarif)
                   perform appliquePrixTarifBrochure
               end-if
           end-perform.
           perform varying iTarif from 1 by 1 until iTarif > nbTarifs
               if cibleTarif(iTarif) = codeSpect
                       and dateRepresentationNum
                           >= dateDebutTarif(iTarif)
                       and dateRepresentationNum
                           <= dateFinTarif(iTarif)
                   perform appliquePrixTarifBrochure
               end-if
           end-perform.

       appliquePrixTarifBrochure.
      *****************************************
           perform varying iCategTarif from 1 by 1
                   until iCategTarif > 3
               move prixTarif(iTarif iCategTarif)
                   to prixNouv(iCategTarif)
           end-perform.

       resoudreOuvertureBrochure.
      *****************************************
      *    meme resolution que la vente : la fenetre du genre,
      *    recouverte par celle propre au codeSpect
           move 0 to dateOuvPrioNouv.
           move 0 to dateOuvGenNouv.
           perform varying iOuverture from 1 by 1
                   until iOuverture > nbOuvertures
               if cibleOuverture(iOuverture)(1:5) = codeGenre
                       and cibleOuverture(iOuverture)(6:2) = spaces
                   perform appliqueOuvertureBrochure
               end-if
           end-perform.
           perform varying iOuverture from 1 by 1
                   until iOuverture > nbOuvertures
               if cibleOuverture(iOuverture) = codeSpect
                   perform appliqueOuvertureBrochure
               end-if
           end-perform.

       appliqueOuvertureBrochure.
      *****************************************
           move dateOuverturePriorite(iOuverture) to dateOuvPrioNouv.
           move dateOuvertureGenerale(iOuverture) to dateOuvGenNouv.

       insereRepBrochure.
      *****************************************
      *    la nouvelle representation prend place avant la premiere
      *    de cle superieure ; les suivantes descendent d'un rang
           perform varying iPos from 1 by 1
                   until iPos > nbRepsBrochure
                       or cleTriRep(iPos) > cleTriNouvelle
               continue
           end-perform.
           perform decaleRepBrochure
               varying iDecale from nbRepsBrochure by -1
               until iDecale < iPos.
           move detailRepNouvelle to detailRepBrochure(iPos).
           add 1 to nbRepsBrochure.

       decaleRepBrochure.
      *****************************************
           move detailRepBrochure(iDecale)
               to detailRepBrochure(iDecale + 1).

       ecritEnteteBrochure.
      *****************************************
           move dateDebutSaison to dateRepresentationNum.
           perform editeDateBrochure.
           move dateEdition to debutSaisonEd.
           move dateFinSaison to dateRepresentationNum.
           perform editeDateBrochure.
           move dateEdition to finSaisonEd.
           move LigneEnteteBrochure to EnregBrochure.
           write EnregBrochure.
           move spaces to LigneBalisee.
           string "<Saison>" delimited by size
                  LigneEnteteBrochure delimited by size
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.

       ecritRepBrochure.
      *****************************************
      *    rupture sur le genre puis sur la production : chaque
      *    production imprime sa fiche avant la grille de ses
      *    representations
           if codeGenreRep(iRep) not = genreCourant
               move codeGenreRep(iRep) to genreCourant
               move spaces to titreCourant
               perform ecritGenreBrochure
           end-if.
           if titreRep(iRep) not = titreCourant
               move titreRep(iRep) to titreCourant
               perform ecritProductionBrochure
           end-if.
           move dateRep(iRep) to dateRepresentationNum.
           perform editeDateBrochure.
           move dateEdition to dateRepBrochureEd.
           perform editeHeureBrochure.
           move heureEdition to heureRepBrochureEd.
           move nomSalleRep(iRep) to salleRepBrochureEd.
           move prixRep(iRep 1) to prix1RepBrochureEd.
           move prixRep(iRep 2) to prix2RepBrochureEd.
           move prixRep(iRep 3) to prix3RepBrochureEd.
           move spaces to ouvPrioEdition.
           if dateOuvPrioRep(iRep) > 0
               move dateOuvPrioRep(iRep) to dateRepresentationNum
               perform editeDateBrochure
               move dateEdition to ouvPrioEdition
           end-if.
           move spaces to ouvGenEdition.
           if dateOuvGenRep(iRep) > 0
               move dateOuvGenRep(iRep) to dateRepresentationNum
               perform editeDateBrochure
               move dateEdition to ouvGenEdition
           end-if.
           move ouvPrioEdition to ouvPrioRepBrochureEd.
           move ouvGenEdition to ouvGenRepBrochureEd.
           move LigneRepBrochure to EnregBrochure.
           write EnregBrochure.
           move prixRep(iRep 1) to prixEditionEd(1).
           move prixRep(iRep 2) to prixEditionEd(2).
           move prixRep(iRep 3) to prixEditionEd(3).
           move spaces to LigneBalisee.
           string "<Representation>" delimited by size
                  dateRepBrochureEd delimited by size
                  ";" delimited by size
                  heureEdition delimited by size
                  ";" delimited by size
                  nomSalleRep(iRep) delimited by "  "
                  ";" delimited by size
                  prixEditionEd(1) delimited by size
                  ";" delimited by size
                  prixEditionEd(2) delimited by size
                  ";" delimited by size
                  prixEditionEd(3) delimited by size
                  ";" delimited by size
                  ouvPrioEdition delimited by size
                  ";" delimited by size
                  ouvGenEdition delimited by size
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.

       ecritGenreBrochure.
      *****************************************
      *    le libelle du referentiel des genres, le code brut
      *    servant de secours
           move genreCourant to libelleGenreEd.
           move genreCourant to codeGenreRef.
           read FiGenres
               invalid key continue
               not invalid key
                   move libelleGenre to libelleGenreEd
           end-read.
           move LigneBlanche to EnregBrochure.
           write EnregBrochure.
           move LigneGenreBrochure to EnregBrochure.
           write EnregBrochure.
           move spaces to LigneBalisee.
           string "<Genre>" delimited by size
                  libelleGenreEd delimited by "  "
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.

       ecritProductionBrochure.
      *****************************************
      *    fiche du catalogue des productions ; un titre absent du
      *    catalogue s'imprime sans fiche
           add 1 to nbProductionsBrochure.
           move titreCourant to titreBrochureEd.
           move LigneBlanche to EnregBrochure.
           write EnregBrochure.
           move LigneTitreBrochure to EnregBrochure.
           write EnregBrochure.
           move spaces to LigneBalisee.
           string "<Titre>" delimited by size
                  titreCourant delimited by "  "
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.
           move genreCourant to codeGenreProd.
           move titreCourant to titreProduction.
           read FiProductions
               invalid key continue
               not invalid key
                   perform ecritFicheProduction
           end-read.
           move LigneGrilleEntete to EnregBrochure.
           write EnregBrochure.

       ecritFicheProduction.
      *****************************************
           move compagnieProduction to compagnieBrochureEd.
           move dureeProduction to dureeBrochureEd.
           move classificationProduction to classificationBrochureEd.
           move LigneFicheBrochure to EnregBrochure.
           write EnregBrochure.
           move descriptifProduction to descriptifBrochureEd.
           move LigneDescriptifBrochure to EnregBrochure.
           write EnregBrochure.
           move spaces to LigneBalisee.
           string "<Compagnie>" delimited by size
                  compagnieProduction delimited by "  "
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.
           move spaces to LigneBalisee.
           string "<Duree>" delimited by size
                  dureeBrochureEd delimited by size
                  " min" delimited by size
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.
           move spaces to LigneBalisee.
           string "<Public>" delimited by size
                  classificationProduction delimited by "  "
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.
           move spaces to LigneBalisee.
           string "<Descriptif>" delimited by size
                  descriptifProduction delimited by size
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.

       indexeRepCalendrier.
      *****************************************
      *    meme insertion que la brochure, sur la date et l'heure
      *    seules, en ne rangeant que le rang de la representation
           perform varying iPos from 1 by 1
                   until iPos >= iRep
                       or momentRep(repCalendrier(iPos))
                           > momentRep(iRep)
               continue
           end-perform.
           perform decaleRepCalendrier
               varying iDecale from iRep by -1
               until iDecale <= iPos.
           move iRep to repCalendrier(iPos).

       decaleRepCalendrier.
      *****************************************
           move repCalendrier(iDecale - 1) to repCalendrier(iDecale).

       ecritEnteteCalendrier.
      *****************************************
           move LigneBlanche to EnregBrochure.
           write EnregBrochure.
           move LigneEnteteCalendrier to EnregBrochure.
           write EnregBrochure.
           move spaces to LigneBalisee.
           string "<Calendrier>" delimited by size
                  LigneEnteteCalendrier delimited by "  "
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.

       ecritRepCalendrier.
      *****************************************
           move repCalendrier(iCal) to iRep.
           divide dateRep(iRep) by 100 giving moisRep.
           if moisRep not = moisCourant
               move moisRep to moisCourant
               move dateRep(iRep)(5:2) to iMois
               move nomMois(iMois) to nomMoisCalendrierEd
               move dateRep(iRep)(1:4) to anneeCalendrierEd
               move LigneBlanche to EnregBrochure
               write EnregBrochure
               move LigneMoisCalendrier to EnregBrochure
               write EnregBrochure
               move spaces to LigneBalisee
               string "<Mois>" delimited by size
                      nomMoisCalendrierEd delimited by space
                      " " delimited by size
                      anneeCalendrierEd delimited by size
                      into LigneBalisee
               end-string
               perform ecritLigneBalisee
           end-if.
           move dateRep(iRep) to dateRepresentationNum.
           perform editeDateBrochure.
           move dateEdition to dateCalendrierEd.
           perform editeHeureBrochure.
           move heureEdition to heureCalendrierEd.
           move titreRep(iRep) to titreCalendrierEd.
           move nomSalleRep(iRep) to salleCalendrierEd.
           move LigneRepCalendrier to EnregBrochure.
           write EnregBrochure.
           move spaces to LigneBalisee.
           string "<Date>" delimited by size
                  dateCalendrierEd delimited by size
                  ";" delimited by size
                  heureEdition delimited by size
                  ";" delimited by size
                  titreRep(iRep) delimited by "  "
                  ";" delimited by size
                  nomSalleRep(iRep) delimited by "  "
                  into LigneBalisee
           end-string.
           perform ecritLigneBalisee.

       editeDateBrochure.
      *****************************************
      *    l'appelant garnit dateRepresentationNum
           move dateRepresentationNum(7:2) to jourEdition.
           move dateRepresentationNum(5:2) to moisEdition.
           move dateRepresentationNum(1:4) to anneeEdition.

       editeHeureBrochure.
      *****************************************
      *    heure de lever de rideau de la representation iRep ; sans
      *    horaire saisi, la case reste vide
           move spaces to heureEdition.
           if heureRep(iRep) not = spaces
               string heureRep(iRep)(1:2) "h" heureRep(iRep)(3:2)
                   into heureEdition
               end-string
           end-if.

       ecritLigneBalisee.
      *****************************************
           move LigneBalisee to EnregBrochureBalisee.
           write EnregBrochureBalisee.

       ecritBilanBrochure.
      *****************************************
           move nbRepsBrochure to nbRepsBrochureEd.
           move nbProductionsBrochure to nbProductionsBrochureEd.
           move nbRepsHorsTable to nbRepsHorsTableEd.
           display LigneBilanRepsBrochure.
           display LigneBilanProductionsBrochure.
           if nbRepsHorsTable > 0
               display LigneBilanRepsHorsTable
           end-if.

       end program BrochureSaison.
