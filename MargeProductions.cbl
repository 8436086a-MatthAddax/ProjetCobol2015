              organization is line sequential
              file status is fs-fiCreances.

          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiCoutsProductions
              assign "../Fichiers/coutsProductions.seq"
              organization is line sequential
           02 sensCreance                  pic x.
               88 creanceFacturation   value "F".
               88 creancePaiement      value "P".
               88 creanceRejetPaiement value "I".
               88 creanceReportee      value "R".
           02 codeSpectCreance             pic x(7).
           02 dateRepresentationCreance    pic 9(8).
           02 montantCreance               pic 9(5)v99.
           02 dateMouvementCreance         pic 9(8).
           02 modeReglementCreance         pic x.
           02 canalVenteCreance            pic x.
           02 dateReglementRejeteCreance   pic 9(8).
           02 sensReporteCreance           pic x.
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 dateRepresentationDetail     pic 9(8).
           02 categDetail                  pic 9.
           02 nbPlacesDetail               pic 99.
           02 codeClientDetail             pic x(6).
           02 nomClientDetail              pic x(20).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
               88 canalDetailForfait   value "F".
       FD FiCoutsProductions.
      *    couts par production, sur la cle du catalogue (genre +
      *    titre) : 'F' pour un cout fixe de la production (droits,
           88 finErreurFiSpectacle VALUES "10" THRU "99".
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiReservationsDetail          pic x(2).
           88 finFiReservationsDetail VALUE "10".
       77 fs-fiCoutsProductions            pic x(2).
           88 finFiCoutsProductions VALUE "10".
       77 iProd                            pic 9(3).
       main.
      *----------------------------------------
      *    rapport de marge par production : la recette facturee du
      *    grand livre (hors locations et carnets) et la part des
      *    forfaits revenant a chaque production, le nombre de
      *    representations au catalogue, et les couts fixes et par
      *    representation du fichier des couts -- les decisions de
      *    programmation cessent de se prendre sur la seule recette
      *    brute, qui flatte les grandes salles vides
           OPEN INPUT FiSpectacle FiCreances FiReservationsDetail.
           OPEN OUTPUT FiMarges.

           perform compteRepresentations.
               at end move "10" to fs-fiCreances
           end-read.
           perform cumuleRecetteMarge until finFiCreances.
           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.
           perform cumulePartForfaitMarge
               until finFiReservationsDetail.
           perform chargerCoutsProductions.

           display LigneEnteteMarges.
           move LigneMargeGlobale to EnregMarge.
           write EnregMarge.

           CLOSE FiSpectacle FiCreances FiReservationsDetail
                 FiMarges.
           STOP RUN.

       compteRepresentations.
      *    les facturations de billetterie se rattachent a leur
      *    production via le titre du spectacle ; les codes LOC
      *    (locations) et CARNET (prepayes) ont leurs propres flux,
      *    un FORFAIT se ventile par sa part au detail des
      *    reservations, et une facturation de transfert (mode "T")
      *    n'est pas une vente nouvelle
      *    un report a nouveau de cloture se lit comme le sens
      *    d'origine des mouvements qu'il remplace
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           if creanceFacturation
                   and modeReglementCreance not = "T"
                   and codeSpectCreance(1:3) not = "LOC"
                   and codeSpectCreance(1:6) not = "CARNET"
                   and codeSpectCreance not = "FORFAIT"
               move codeSpectCreance to codeSpect
               read FiSpectacle
                   invalid key continue
               at end move "10" to fs-fiCreances
           end-read.

       cumulePartForfaitMarge.
      *****************************************
      *    un forfait multi-productions est facture en une seule
      *    ecriture ; chaque representation choisie porte sa part
      *    du prix au detail des reservations, sous le canal forfait
           if typeMouvementDetail = "R" and canalDetailForfait
               move codeSpectDetail to codeSpect
               read FiSpectacle
                   invalid key continue
                   not invalid key
                       perform chercheProdMarge
                       if iProd <= nbProds
                           add montantFactureDetail
                               to recetteMarge(iProd)
                       end-if
               end-read
           end-if.
           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.

       chargerCoutsProductions.
      *****************************************
           OPEN INPUT FiCoutsProductions.
