              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiDons
              assign "../Fichiers/DONS.IND"
              organization is indexed access mode is dynamic
              record key is numeroDon
                  alternate record key is codeClientDon
                                        with duplicates
                  alternate record key is referenceDon
                                        with duplicates
                  file status is fs-fiDons.

          select optional FiRemisesBanque
              assign "../Fichiers/REMISESBANQUE.IND"
              organization is indexed access mode is dynamic
              record key is cleRemiseBanque
                  file status is fs-fiRemisesBanque.

          select FiRemise assign "../Fichiers/remiseBanque.seq"
              organization is line sequential.

          select optional FiVentesBoutique
              assign "../Fichiers/ventesBoutique.seq"
              organization is line sequential
              file status is fs-fiVentesBoutique.
       data division.
      *========================================
       file section.
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
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiDons.
       01 EnregDon.
           02 numeroDon                    pic 9(7).
           02 codeClientDon                pic x(6).
           02 montantDon                   pic 9(7)v99.
           02 dateDon                      pic 9(8).
           02 modeReglementDon             pic x.
           02 codeCampagneDon              pic x(6).
           02 canalDon                     pic x.
           02 referenceDon                 pic x(10).
           02 codeOperateurDon             pic x(4).
           02 numeroRecuDon                pic 9(7).
       FD FiRemisesBanque.
      *    registre des sommes attendues en banque, pointe par le
      *    rapprochement bancaire : un bordereau par jour pour les
      *    especes et pour les cheques ; la reference du bordereau
      *    (mode + date) est portee sur le depot physique
       01 EnregRemiseBanque.
           02 cleRemiseBanque.
               03 modeRemiseBanque         pic x.
               03 dateRemiseBanque         pic 9(8).
               03 rangRemiseBanque         pic 9(4).
           02 montantRemiseBanque          pic 9(7)v99.
           02 nbPiecesRemiseBanque         pic 9(4).
           02 codeClientRemiseBanque       pic x(6).
           02 etatRemiseBanque             pic x.
               88 remiseAttendue       value "A".
               88 remiseRapprochee     value "R".
               88 remiseEnEcart        value "X".
           02 dateCreditRemiseBanque       pic 9(8).
           02 montantCrediteRemiseBanque   pic 9(7)v99.
           02 referenceCreditRemise        pic x(20).
           02 dateRapprochementRemise      pic 9(8).
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
       FD FiRemise.
       01 EnregRemise                      pic x(100).

       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiDons                        pic x(2).
           88 finErreurFiDons       VALUES "10" THRU "99".
       77 fs-fiRemisesBanque               pic x(2).
       77 fs-fiVentesBoutique              pic x(2).
           88 finFiVentesBoutique   VALUE "10".
       77 montantBordereau                 pic 9(7)v99.
       77 nbPiecesBordereau                pic 9(4).
       77 dateTraitementJour               pic 9(8).
       77 iMode                            pic 99.
       77 nbEncaissementsJour              pic 9(5) value 0.
       77 nbChequesJour                    pic 9(4) value 0.
       77 totalBanqueJour                  pic 9(7)v99 value 0.
       77 totalHorsBanqueJour              pic 9(7)v99 value 0.
       77 nbDonsJour                       pic 9(4) value 0.
       77 totalDonsJour                    pic 9(7)v99 value 0.
       77 totalBoutiqueJour                pic 9(7)v99 value 0.
      *    repartition des encaissements du jour par mode de
      *    reglement : la liste des cheques accompagne le bordereau
      *    de remise physique, le total carte se rapproche de la
      *    telecollecte du terminal ; les tirages d'avoirs et de
      *    carnets, les transferts et les reglements en points de
      *    fidelite sortent a part puisqu'aucun argent ne passe en
      *    banque pour eux
       01 TotauxParMode.
           02 detailMode OCCURS 9.
               03 codeModeRemise           pic x.
               03 libelleModeRemise        pic x(22).
               03 nbMouvementsMode         pic 9(4).
               03 totalMode                pic 9(7)v99.
      *    les dons de mecenat du jour se deposent avec la recette
      *    mais sont ventiles a part : ils ne sont pas du chiffre
      *    d'affaires de billetterie
       01 TotauxDonsParMode.
           02 detailModeDon OCCURS 4.
               03 codeModeDon              pic x.
               03 libelleModeDon           pic x(22).
               03 nbDonsMode               pic 9(4).
               03 totalDonsMode            pic 9(7)v99.
      *    la caisse de la boutique (programmes, affiches, disques)
      *    se depose aussi avec la recette, ventilee a part ; elle
      *    se regle en especes, carte ou cheque
       01 TotauxBoutiqueParMode.
           02 detailModeBoutique OCCURS 3.
               03 codeModeBoutique         pic x.
               03 libelleModeBoutique      pic x(22).
               03 nbVentesModeBoutique     pic 9(4).
               03 totalModeBoutique        pic 9(7)v99.
       01 LigneEnteteRemise.
           02                              pic x(32)
               VALUE "Remise en banque du ".
           02 codeSpectChequeEd            pic x(7).
           02                              pic x(2) VALUE SPACES.
           02 montantChequeEd              pic zzzzz9,99.
       01 LigneChequeDon.
           02                              pic x(9) VALUE "  cheque ".
           02 codeClientChequeDonEd        pic x(6).
           02                              pic x(2) VALUE SPACES.
           02                              pic x(7) VALUE "DON".
           02                              pic x(2) VALUE SPACES.
           02 montantChequeDonEd           pic zzzzz9,99.
       01 LigneChequeBoutique.
           02                              pic x(9) VALUE "  cheque ".
           02 codeArticleChequeEd          pic x(6).
           02                              pic x(2) VALUE SPACES.
           02                              pic x(7) VALUE "BOUTIQ".
           02                              pic x(2) VALUE SPACES.
           02 montantChequeBoutiqueEd      pic zzzzz9,99.
       01 LigneEnteteBoutiqueRemise.
           02                              pic x(35)
               VALUE "Ventes de la boutique du jour".
       01 LigneTotalBoutiqueRemise.
           02                              pic x(35)
               VALUE "Total boutique a remettre      : ".
           02 totalBoutiqueJourEd          pic zzzzzz9,99.
       01 LigneEnteteDonsRemise.
           02                              pic x(35)
               VALUE "Dons de mecenat du jour".
       01 LigneModeRemise.
           02 libelleModeRemiseEd          pic x(22).
           02                              pic x(3) VALUE " : ".
           02                              pic x(14)
               VALUE " mouvements   ".
           02 totalModeEd                  pic zzzzzz9,99.
       01 LigneTotalDonsRemise.
           02                              pic x(35)
               VALUE "Total des dons a remettre      : ".
           02 totalDonsJourEd              pic zzzzzz9,99.
       01 LigneTotalBanque.
           02                              pic x(35)
               VALUE "Total a remettre (dons, boutique): ".
           02 totalBanqueJourEd            pic zzzzzz9,99.
       01 LigneBordereau.
           02                              pic x(17)
               VALUE "Bordereau no ".
           02 modeBordereauEd              pic x.
           02 dateBordereauEd              pic 9(8).
           02                              pic x(9) VALUE SPACES.
           02 nbPiecesBordereauEd          pic zzz9.
           02                              pic x(14)
               VALUE " pieces       ".
           02 montantBordereauEd           pic zzzzzz9,99.
       01 LigneTotalHorsBanque.
           02                              pic x(35)
               VALUE "Total hors banque (A/K/T/F)    : ".
           02 totalHorsBanqueJourEd        pic zzzzzz9,99.

       procedure division.
           end-read.
           perform examineMouvementRemise until finFiCreances.

           OPEN INPUT FiDons.
           read FiDons next
               at end move "10" to fs-fiDons
           end-read.
           perform examineDonRemise until finErreurFiDons.
           CLOSE FiDons.

           OPEN INPUT FiVentesBoutique.
           if fs-fiVentesBoutique = "00"
               read FiVentesBoutique
                   at end move "10" to fs-fiVentesBoutique
               end-read
               perform examineVenteBoutiqueRemise
                   until finFiVentesBoutique
           end-if.
           CLOSE FiVentesBoutique.

           perform ecritTotauxRemise.

           OPEN I-O FiRemisesBanque.
           move "E" to modeRemiseBanque.
           compute montantBordereau = totalMode(1) + totalDonsMode(1)
               + totalModeBoutique(1).
           compute nbPiecesBordereau = nbMouvementsMode(1)
               + nbDonsMode(1) + nbVentesModeBoutique(1).
           perform enregistrerBordereau.
           move "Q" to modeRemiseBanque.
           compute montantBordereau = totalMode(3) + totalDonsMode(3)
               + totalModeBoutique(3).
           compute nbPiecesBordereau = nbMouvementsMode(3)
               + nbDonsMode(3) + nbVentesModeBoutique(3).
           perform enregistrerBordereau.
           CLOSE FiRemisesBanque.

           CLOSE FiCreances FiRemise.
           STOP RUN.

           move "Carnets (hors banque)" to libelleModeRemise(6).
           move "T" to codeModeRemise(7).
           move "Transferts (hors bq)" to libelleModeRemise(7).
           move "F" to codeModeRemise(8).
           move "Points (hors banque)" to libelleModeRemise(8).
           move " " to codeModeRemise(9).
           move "Mode non precise" to libelleModeRemise(9).
           perform varying iMode from 1 by 1 until iMode > 9
               move 0 to nbMouvementsMode(iMode)
               move 0 to totalMode(iMode)
           end-perform.
           perform varying iMode from 1 by 1 until iMode > 4
               move codeModeRemise(iMode) to codeModeDon(iMode)
               move libelleModeRemise(iMode) to libelleModeDon(iMode)
               move 0 to nbDonsMode(iMode)
               move 0 to totalDonsMode(iMode)
           end-perform.
           perform varying iMode from 1 by 1 until iMode > 3
               move codeModeRemise(iMode) to codeModeBoutique(iMode)
               move libelleModeRemise(iMode)
                   to libelleModeBoutique(iMode)
               move 0 to nbVentesModeBoutique(iMode)
               move 0 to totalModeBoutique(iMode)
           end-perform.

       examineMouvementRemise.
      *****************************************

       cumuleMouvementRemise.
      *****************************************
      *    les modes avoir, carnet, transfert et points de fidelite
      *    ne representent aucun argent a deposer : ils sortent du
      *    total a remettre
           add 1 to nbEncaissementsJour.
           if modeReglementCreance = "A"
                   or modeReglementCreance = "K"
                   or modeReglementCreance = "T"
                   or modeReglementCreance = "F"
               add montantCreance to totalHorsBanqueJour
           else
               add montantCreance to totalBanqueJour
           end-if.
           perform varying iMode from 1 by 1
                   until iMode > 8
                       or codeModeRemise(iMode) = modeReglementCreance
               continue
           end-perform.
               write EnregRemise
           end-if.

       examineDonRemise.
      *****************************************
           if dateDon = dateTraitementJour
               perform cumuleDonRemise
           end-if.
           read FiDons next
               at end move "10" to fs-fiDons
           end-read.

       cumuleDonRemise.
      *****************************************
      *    un don se regle en especes, carte, cheque ou virement :
      *    tout part en banque ; les cheques de dons figurent sur le
      *    bordereau avec la mention DON
           add 1 to nbDonsJour.
           add montantDon to totalDonsJour.
           add montantDon to totalBanqueJour.
           perform varying iMode from 1 by 1
                   until iMode > 4
                       or codeModeDon(iMode) = modeReglementDon
               continue
           end-perform.
           if iMode <= 4
               add 1 to nbDonsMode(iMode)
               add montantDon to totalDonsMode(iMode)
           end-if.
           if modeReglementDon = "Q"
               add 1 to nbChequesJour
               move codeClientDon to codeClientChequeDonEd
               move montantDon to montantChequeDonEd
               display LigneChequeDon
               move LigneChequeDon to EnregRemise
               write EnregRemise
           end-if.

       examineVenteBoutiqueRemise.
      *****************************************
           if dateVenteBoutique = dateTraitementJour
               perform cumuleVenteBoutiqueRemise
           end-if.
           read FiVentesBoutique
               at end move "10" to fs-fiVentesBoutique
           end-read.

       cumuleVenteBoutiqueRemise.
      *****************************************
      *    les cheques de la boutique figurent sur le bordereau avec
      *    la mention BOUTIQ et le code de l'article vendu
           add montantVenteBoutique to totalBoutiqueJour.
           add montantVenteBoutique to totalBanqueJour.
           perform varying iMode from 1 by 1
                   until iMode > 3
                       or codeModeBoutique(iMode)
                           = modeReglementBoutique
               continue
           end-perform.
           if iMode <= 3
               add 1 to nbVentesModeBoutique(iMode)
               add montantVenteBoutique to totalModeBoutique(iMode)
           end-if.
           if modeReglementBoutique = "Q"
               add 1 to nbChequesJour
               move codeArticleVente to codeArticleChequeEd
               move montantVenteBoutique to montantChequeBoutiqueEd
               display LigneChequeBoutique
               move LigneChequeBoutique to EnregRemise
               write EnregRemise
           end-if.

       enregistrerBordereau.
      *****************************************
      *    une remise relancee le meme jour remplace son bordereau
      *    tant que la banque ne l'a pas encore credite
           if montantBordereau > 0
               move dateTraitementJour to dateRemiseBanque
               move 1 to rangRemiseBanque
               read FiRemisesBanque
                   invalid key
                       perform garnitBordereau
                       write EnregRemiseBanque
                           invalid key continue
                       end-write
                   not invalid key
                       if remiseAttendue
                           perform garnitBordereau
                           rewrite EnregRemiseBanque
                               invalid key continue
                           end-rewrite
                       end-if
               end-read
               move modeRemiseBanque to modeBordereauEd
               move dateRemiseBanque to dateBordereauEd
               move nbPiecesBordereau to nbPiecesBordereauEd
               move montantBordereau to montantBordereauEd
               display LigneBordereau
               move LigneBordereau to EnregRemise
               write EnregRemise
           end-if.

       garnitBordereau.
      *****************************************
           move montantBordereau to montantRemiseBanque.
           move nbPiecesBordereau to nbPiecesRemiseBanque.
           move spaces to codeClientRemiseBanque.
           move "A" to etatRemiseBanque.
           move 0 to dateCreditRemiseBanque.
           move 0 to montantCrediteRemiseBanque.
           move spaces to referenceCreditRemise.
           move 0 to dateRapprochementRemise.

       ecritTotauxRemise.
      *****************************************
           perform varying iMode from 1 by 1 until iMode > 9
               move libelleModeRemise(iMode) to libelleModeRemiseEd
               move nbMouvementsMode(iMode) to nbMouvementsModeEd
               move totalMode(iMode) to totalModeEd
               move LigneModeRemise to EnregRemise
               write EnregRemise
           end-perform.
           display LigneEnteteDonsRemise.
           move LigneEnteteDonsRemise to EnregRemise.
           write EnregRemise.
           perform varying iMode from 1 by 1 until iMode > 4
               move libelleModeDon(iMode) to libelleModeRemiseEd
               move nbDonsMode(iMode) to nbMouvementsModeEd
               move totalDonsMode(iMode) to totalModeEd
               display LigneModeRemise
               move LigneModeRemise to EnregRemise
               write EnregRemise
           end-perform.
           move totalDonsJour to totalDonsJourEd.
           display LigneTotalDonsRemise.
           move LigneTotalDonsRemise to EnregRemise.
           write EnregRemise.
           display LigneEnteteBoutiqueRemise.
           move LigneEnteteBoutiqueRemise to EnregRemise.
           write EnregRemise.
           perform varying iMode from 1 by 1 until iMode > 3
               move libelleModeBoutique(iMode) to libelleModeRemiseEd
               move nbVentesModeBoutique(iMode) to nbMouvementsModeEd
               move totalModeBoutique(iMode) to totalModeEd
               display LigneModeRemise
               move LigneModeRemise to EnregRemise
               write EnregRemise
           end-perform.
           move totalBoutiqueJour to totalBoutiqueJourEd.
           display LigneTotalBoutiqueRemise.
           move LigneTotalBoutiqueRemise to EnregRemise.
           write EnregRemise.
           move totalBanqueJour to totalBanqueJourEd.
           display LigneTotalBanque.
           move LigneTotalBanque to EnregRemise.
