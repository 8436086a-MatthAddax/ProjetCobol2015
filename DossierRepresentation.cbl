           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiCreances.
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
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
       FD FiRemboursements.
       01 EnregRemboursement.
           02 codeSpectRembours            pic x(7).
           02 codeSpectNotification        pic x(7).
           02 titreNotification            pic x(30).
           02 dateRepresentationNotification pic 9(8).
           02 adresseClientNotification.
               03 rueClientNotification    pic x(38).
               03 codePostalClientNotification pic x(5).
               03 communeClientNotification pic x(30).
               03 paysClientNotification   pic x(2).
           02 emailClientNotification      pic x(40).
       FD FiDossier.
       01 EnregDossier                     pic x(132).
               move dateMouvementCreance to dateTriEch
               move 0 to heureTriEch
               move spaces to libelleEch
      *    un report a nouveau de cloture resume les mouvements
      *    d'une periode close, dans le sens qu'il reporte
               if creanceReportee
                   string "REPORT " codeClientCreance " montant "
                           montantCreance " sens "
                           sensReporteCreance
                       delimited by size into libelleEch
                   end-string
                   if sensReporteCreance = "P"
                       compute deltaMontantEch = 0 - montantCreance
                   else
                       move montantCreance to deltaMontantEch
                   end-if
               else
               if creanceFacturation
                   string "FACTUR " codeClientCreance " montant "
                           montantCreance
                       delimited by size into libelleEch
                   end-string
                   move montantCreance to deltaMontantEch
               else
               if creanceRejetPaiement
                   string "IMPAYE " codeClientCreance " montant "
                           montantCreance " mode "
                           modeReglementCreance
                       delimited by size into libelleEch
                   end-string
                   move montantCreance to deltaMontantEch
               else
                   string "REGLEM " codeClientCreance " montant "
                           montantCreance " mode "
                   end-string
                   compute deltaMontantEch = 0 - montantCreance
               end-if
               end-if
               end-if
               move 0 to deltaPlacesEch
               perform ajouteEvenement
           end-if.
