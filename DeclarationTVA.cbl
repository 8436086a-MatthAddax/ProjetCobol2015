              organization is line sequential
              file status is fs-fiCreances.

          select optional FiClotures
              assign "../Fichiers/clotureCreances.seq"
              organization is line sequential
              file status is fs-fiClotures.

          select optional FiHistoCreances
              assign "../Fichiers/creancesHistorique.seq"
              organization is line sequential
              file status is fs-fiHistoCreances.

          select optional FiRemboursements
              assign "../Fichiers/remboursements.seq"
              organization is line sequential
              record key is numeroAvoir
                  file status is fs-fiAvoirs.

          select optional FiVentesBoutique
              assign "../Fichiers/ventesBoutique.seq"
              organization is line sequential
              file status is fs-fiVentesBoutique.

          select FiDeclaration assign
                  "../Fichiers/declarationTVA.seq"
              organization is line sequential.
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
       FD FiClotures.
       01 EnregCloture.
           02 periodeCloture               pic 9(6).
           02 dateFinPeriodeCloture        pic 9(8).
           02 dateExecutionCloture         pic 9(8).
           02 nbMouvementsArchivesCloture  pic 9(7).
           02 nbReportsCloture             pic 9(7).
           02 totalDebitCloture            pic 9(9)v99.
           02 totalCreditCloture           pic 9(9)v99.
       FD FiHistoCreances.
       01 EnregHistoCreance.
           02 mouvementHistoCreance        pic x(48).
           02 periodeClotureHisto          pic 9(6).
       FD FiRemboursements.
       01 EnregRemboursement.
           02 codeSpectRembours            pic x(7).
           02 etatAvoir                    pic x.
           02 codeSpectOrigineAvoir        pic x(7).
           02 dateRepresentationOrigineAvoir pic 9(8).
       FD FiVentesBoutique.
       01 EnregVenteBoutique.
           02 dateVenteBoutique            pic 9(8).
           02 heureVenteBoutique           pic 9(8).
           02 codeOperateurBoutique        pic x(4).
           02 codeArticleVente             pic x(6).
           02 quantiteVenteBoutique        pic 9(3).
           02 prixUnitaireVenteBoutique    pic 9(5)v99.
           02 montantVenteBoutique         pic 9(7)v99.
           02 categorieTVAVenteBoutique    pic x.
           02 modeReglementBoutique        pic x.
       FD FiDeclaration.
       01 EnregDeclaration                 pic x(100).

      *----------------------------------------
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 fs-fiHistoCreances               pic x(2).
           88 finFiHistoCreances    VALUE "10".
       77 fs-fiRemboursements              pic x(2).
           88 finFiRemboursements   VALUE "10".
       77 fs-fiTauxTVA                     pic x(2).
           88 finFiParamListing     VALUE "10".
       77 fs-fiAvoirs                      pic x(2).
           88 finErreurFiAvoirs     VALUES "10" THRU "99".
       77 fs-fiVentesBoutique              pic x(2).
           88 finFiVentesBoutique   VALUE "10".
       77 anneeDeclaration                 pic 9(4) value 2015.
       77 moisDeclaration                  pic 99 value 10.
       77 dateDebutMois                    pic 9(8).
       77 dateFinMois                      pic 9(8).
       77 iTaux                            pic 9.
       77 nbRubriques                      pic 9 value 2.
       77 iTauxLu                          pic 99.
       77 nbTauxLus                        pic 99 value 0.
       77 iRubriqueBoutique                pic 9.
       77 nbMouvementsRetenus              pic 9(5) value 0.
       77 montantHTCourant                 pic s9(7)v99.
       77 montantTVACourant                pic s9(7)v99.
      *    facturations du grand livre s'ajoutent, les
      *    remboursements de la periode se retranchent -- les
      *    chiffres sortent du grand livre, jamais d'un resume
      *    ressaisi ; les ventes de la boutique, tenues hors grand
      *    livre, ajoutent une rubrique par categorie de TVA des
      *    articles vendus dans le mois, a partir de la troisieme
       01 RubriquesTVA.
           02 detailRubriqueTVA OCCURS 8.
               03 typeRubriqueTVA          pic x.
               03 libelleRubriqueTVA       pic x(22).
               03 tauxRubriqueTVA          pic 99v99.
               03 nbMouvementsRubrique     pic 9(5).
               03 totalTTCRubrique         pic s9(9)v99.
      *    tous les taux du fichier tauxTVA.seq, pour les categories
      *    des articles de la boutique
       01 tabTauxTVA.
           02 detailTauxTVA OCCURS 20.
               03 typeTauxTVATab           pic x.
               03 tauxTVATab               pic 99v99.
       01 LigneEnteteDeclaration.
           02                              pic x(34) VALUE
               "Declaration de TVA -- periode ".
           compute dateFinMois = anneeDeclaration * 10000
               + moisDeclaration * 100 + 31.

      *    un mois deja clos se declare sur l'historique de cloture,
      *    les reports a nouveau n'etant pas des facturations
           perform lireClotureCreances.
           if dateDebutMois <= dateFinClotureCreances
               OPEN INPUT FiHistoCreances
               read FiHistoCreances into EnregCreance
                   at end move "10" to fs-fiHistoCreances
               end-read
               perform cumuleHistoTVA until finFiHistoCreances
               CLOSE FiHistoCreances
           end-if.

           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

           perform deduisAvoirsEmis.

           perform cumuleVentesBoutique.

           perform ecritDeclaration.

           CLOSE FiCreances FiRemboursements FiParamListing
                   move tauxTVALu to tauxRubriqueTVA(iTaux)
               end-if
           end-perform.
           if nbTauxLus < 20
               add 1 to nbTauxLus
               move typeTauxTVALu to typeTauxTVATab(nbTauxLus)
               move tauxTVALu to tauxTVATab(nbTauxLus)
           end-if.
           read FiTauxTVA
               at end move "10" to fs-fiTauxTVA
           end-read.

       cumuleFacturationTVA.
      *****************************************
           perform retientFacturationTVA.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       cumuleHistoTVA.
      *****************************************
           perform retientFacturationTVA.
           read FiHistoCreances into EnregCreance
               at end move "10" to fs-fiHistoCreances
           end-read.

       retientFacturationTVA.
      *****************************************
      *    seules les facturations comptent pour la TVA sur les
      *    debits ; un code spectacle commencant par LOC est une
                   add montantCreance to totalTTCRubrique(1)
               end-if
           end-if.

       deduisRemboursementTVA.
      *****************************************
               at end move "10" to fs-fiAvoirs
           end-read.

       cumuleVentesBoutique.
      *****************************************
      *    les ventes de la boutique ne passent pas au grand livre :
      *    le journal de la boutique est lu directement, chaque vente
      *    du mois allant a la rubrique de sa categorie de TVA
           OPEN INPUT FiVentesBoutique.
           if fs-fiVentesBoutique = "00"
               read FiVentesBoutique
                   at end move "10" to fs-fiVentesBoutique
               end-read
               perform retientVenteBoutique until finFiVentesBoutique
           end-if.
           CLOSE FiVentesBoutique.

       retientVenteBoutique.
      *****************************************
           if dateVenteBoutique >= dateDebutMois
                   and dateVenteBoutique <= dateFinMois
               perform chercheRubriqueBoutique
               if iRubriqueBoutique > 0
                   add 1 to nbMouvementsRetenus
                   add 1 to nbMouvementsRubrique(iRubriqueBoutique)
                   add montantVenteBoutique
                       to totalTTCRubrique(iRubriqueBoutique)
               end-if
           end-if.
           read FiVentesBoutique
               at end move "10" to fs-fiVentesBoutique
           end-read.

       chercheRubriqueBoutique.
      *****************************************
      *    rubrique boutique de la categorie de la vente, creee a sa
      *    premiere vente avec le taux du fichier des taux ; au-dela
      *    de la derniere rubrique, la vente reste hors declaration
           move 0 to iRubriqueBoutique.
           perform varying iTaux from 3 by 1 until iTaux > nbRubriques
               if typeRubriqueTVA(iTaux) = categorieTVAVenteBoutique
                   move iTaux to iRubriqueBoutique
               end-if
           end-perform.
           if iRubriqueBoutique = 0 and nbRubriques < 8
               add 1 to nbRubriques
               move nbRubriques to iRubriqueBoutique
               move categorieTVAVenteBoutique
                   to typeRubriqueTVA(nbRubriques)
               move spaces to libelleRubriqueTVA(nbRubriques)
               string "Boutique categorie " delimited by size
                      categorieTVAVenteBoutique delimited by size
                   into libelleRubriqueTVA(nbRubriques)
               end-string
               move 0 to tauxRubriqueTVA(nbRubriques)
               move 0 to nbMouvementsRubrique(nbRubriques)
               move 0 to totalTTCRubrique(nbRubriques)
               perform varying iTauxLu from 1 by 1
                       until iTauxLu > nbTauxLus
                   if typeTauxTVATab(iTauxLu)
                           = categorieTVAVenteBoutique
                       move tauxTVATab(iTauxLu)
                           to tauxRubriqueTVA(nbRubriques)
                   end-if
               end-perform
           end-if.

       ecritDeclaration.
      *****************************************
           move moisDeclaration to moisDeclarationEd.
           display LigneEnteteDeclaration.
           move LigneEnteteDeclaration to EnregDeclaration.
           write EnregDeclaration.
           perform varying iTaux from 1 by 1 until iTaux > nbRubriques
               perform ecritRubriqueTVA
           end-perform.
           move nbMouvementsRetenus to nbMouvementsRetenusEd.
           move LigneRubriqueTVA to EnregDeclaration.
           write EnregDeclaration.

       lireClotureCreances.
      *****************************************
           OPEN INPUT FiClotures.
           if fs-fiClotures = "00"
               read FiClotures
                   at end move "10" to fs-fiClotures
               end-read
               perform noteClotureCreances until finFiClotures
           end-if.
           CLOSE FiClotures.

       noteClotureCreances.
      *****************************************
           if dateFinPeriodeCloture > dateFinClotureCreances
               move dateFinPeriodeCloture to dateFinClotureCreances
           end-if.
           read FiClotures
               at end move "10" to fs-fiClotures
           end-read.

       end program DeclarationTVA.
