           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiRemboursements.
       01 EnregRemboursement.
           02 codeSpectRembours            pic x(7).
           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiContratsProductions.
      *    contrat de coproduction par production : le pourcentage
      *    de la recette revenant a la compagnie, le minimum garanti
