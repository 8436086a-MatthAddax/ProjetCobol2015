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
       FD FiParamCreances.
       01 EnregParamCreances.
           02 dateTraitementParam          pic 9(8).

       cumuleMontantMouvement.
      *****************************************
      *    un report a nouveau de cloture se cumule comme le sens
      *    d'origine des mouvements qu'il remplace
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           if creanceFacturation
               add montantCreance
                   to totalFactureClient(iClientCreance)
                   move dateRepresentationCreance
                       to plusAncienneEcheance(iClientCreance)
               end-if
           else
           if creanceRejetPaiement
               subtract montantCreance
                   from totalPayeClient(iClientCreance)
               subtract montantCreance from totalPayeGlobal
           else
               add montantCreance to totalPayeClient(iClientCreance)
               add montantCreance to totalPayeGlobal
           end-if
           end-if.
           read FiCreances
               at end move "10" to fs-fiCreances
