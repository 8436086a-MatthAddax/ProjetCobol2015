       program-id. RapprochementBancaire as "RapprochementBancaire".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiReleveBancaire
              assign "../Fichiers/releveBancaire.seq"
              organization is line sequential
              file status is fs-fiReleveBancaire.

          select optional FiCreances
              assign "../Fichiers/creances.seq"
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

          select optional FiCreditsBanque
              assign "../Fichiers/CREDITSBANQUE.IND"
              organization is indexed access mode is dynamic
              record key is cleCreditBanque
                  file status is fs-fiCreditsBanque.

          select optional FiParamRapprochement
              assign "../Fichiers/paramRapprochement.seq"
              organization is line sequential
              file status is fs-fiParamRapprochement.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiVentesBoutique
              assign "../Fichiers/ventesBoutique.seq"
              organization is line sequential
              file status is fs-fiVentesBoutique.

          select FiRapprochement assign
                  "../Fichiers/rapprochementBancaire.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiReleveBancaire.
      *    releve quotidien de la banque : date de valeur, sens
      *    (C credit, D debit), montant, type d'operation (E versement
      *    especes, Q remise de cheques, C telecollecte carte,
      *    V virement recu, P lot de prelevements) et reference
      *    portee par la banque
       01 EnregReleveBancaire.
           02 dateValeurReleve             pic 9(8).
           02 sensReleve                   pic x.
               88 releveCredit         value "C".
           02 montantReleve                pic 9(7)v99.
           02 typeReleve                   pic x.
           02 referenceReleve              pic x(20).
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
      *    sommes attendues en banque : bordereaux especes et
      *    cheques deposes par la remise en banque, telecollecte
      *    carte du jour et virements recus, constitues ici a partir
      *    des encaissements du grand livre, des dons et des ventes
      *    de la boutique
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
       FD FiCreditsBanque.
      *    credits du releve deja integres : un releve transmis deux
      *    fois n'est pas compte deux fois, et les credits restes
      *    sans remise correspondante sont representes chaque jour
       01 EnregCreditBanque.
           02 cleCreditBanque.
               03 dateValeurCredit         pic 9(8).
               03 referenceCredit          pic x(20).
               03 montantCredit            pic 9(7)v99.
           02 typeCredit                   pic x.
           02 etatCredit                   pic x.
               88 creditEnAttente      value "A".
               88 creditRapproche      value "R".
               88 creditEnEcart        value "X".
           02 dateImportCredit             pic 9(8).
           02 cleRemiseCredit              pic x(13).
           02 dateRapprochementCredit      pic 9(8).
       FD FiParamRapprochement.
       01 EnregParamRapprochement.
           02 dateDebutRapprochementParam  pic 9(8).
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
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
       FD FiRapprochement.
       01 EnregRapprochement               pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiReleveBancaire              pic x(2).
           88 finFiReleveBancaire   VALUE "10".
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiClotures                    pic x(2).
           88 finFiClotures         VALUE "10".
       77 dateFinClotureCreances           pic 9(8) value 0.
       77 fs-fiHistoCreances               pic x(2).
           88 finFiHistoCreances    VALUE "10".
       77 fs-fiDons                        pic x(2).
           88 finErreurFiDons       VALUES "10" THRU "99".
       77 fs-fiRemisesBanque               pic x(2).
           88 finErreurFiRemises    VALUES "10" THRU "99".
       77 fs-fiVentesBoutique              pic x(2).
           88 finFiVentesBoutique   VALUE "10".
       77 fs-fiCreditsBanque               pic x(2).
           88 finErreurFiCredits    VALUES "10" THRU "99".
       77 fs-fiParamRapprochement          pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 dateDebutRapprochement           pic 9(8).
       77 nbJours                          pic 9(3) value 0.
       77 iJour                            pic 9(3).
       77 dateJourCherchee                 pic 9(8).
       77 montantAttendu                   pic 9(7)v99.
       77 codeClientAttendu                pic x(6).
       77 rangAttendu                      pic 9(4).
       77 pieceTrouvee                     pic x.
           88 trouveePiece          VALUE "O".
       77 modeCherche                      pic x.
       77 ageJours                         pic 9(5).
       77 montantEcart                     pic s9(7)v99.
       77 nbCreditsLus                     pic 9(5) value 0.
       77 nbDebitsIgnores                  pic 9(5) value 0.
       77 nbCreditsDejaIntegres            pic 9(5) value 0.
       77 nbRapproches                     pic 9(5) value 0.
       77 montantRapproches                pic 9(9)v99 value 0.
       77 nbEcarts                         pic 9(5) value 0.
       77 nbRemisesNonCreditees            pic 9(5) value 0.
       77 montantRemisesNonCreditees       pic 9(9)v99 value 0.
       77 nbCreditsSansRemise              pic 9(5) value 0.
       77 montantCreditsSansRemise         pic 9(9)v99 value 0.
      *    encaissements carte et virement par jour : la banque
      *    credite la telecollecte carte en un seul montant par jour,
      *    chaque virement pour lui-meme, le lot de prelevements du
      *    jour en un seul montant comme la carte
       01 tabJoursRapprochement.
           02 detailJour OCCURS 400.
               03 dateJourT                pic 9(8).
               03 totalCarteJourT          pic 9(7)v99.
               03 nbCarteJourT             pic 9(4).
               03 nbVirementsJourT         pic 9(4).
               03 nbVirementsDonsJourT     pic 9(4).
               03 totalPrlvJourT           pic 9(7)v99.
               03 nbPrlvJourT              pic 9(4).
       01 LigneEnteteRappro.
           02                              pic x(38) VALUE
               "Rapprochement bancaire, traitement du ".
           02 dateTraitementEd             pic 9(8).
       01 LigneTitreSection.
           02                              pic x(2) VALUE SPACES.
           02 titreSectionEd               pic x(50).
       01 LignePieceRappro.
           02                              pic x(4) VALUE SPACES.
           02 modePieceEd                  pic x.
           02 datePieceEd                  pic 9(8).
           02                              pic x VALUE "/".
           02 rangPieceEd                  pic 9(4).
           02                              pic x(2) VALUE SPACES.
           02 codeClientPieceEd            pic x(6).
           02                              pic x(2) VALUE SPACES.
           02 montantPieceEd               pic zzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 dateValeurPieceEd            pic 9(8).
           02                              pic x(2) VALUE SPACES.
           02 referencePieceEd             pic x(20).
       01 LigneEcartRappro.
           02                              pic x(4) VALUE SPACES.
           02 modeEcartEd                  pic x.
           02 dateEcartEd                  pic 9(8).
           02                              pic x VALUE "/".
           02 rangEcartEd                  pic 9(4).
           02                              pic x(10)
               VALUE " attendu ".
           02 montantAttenduEd             pic zzzzzz9,99.
           02                              pic x(10)
               VALUE " credite ".
           02 montantCrediteEd             pic zzzzzz9,99.
           02                              pic x(8)
               VALUE " ecart ".
           02 montantEcartEd               pic -zzzzzz9,99.
       01 LigneAttenteRappro.
           02                              pic x(4) VALUE SPACES.
           02 modeAttenteEd                pic x.
           02 dateAttenteEd                pic 9(8).
           02                              pic x VALUE "/".
           02 rangAttenteEd                pic 9(4).
           02                              pic x(2) VALUE SPACES.
           02 codeClientAttenteEd          pic x(6).
           02                              pic x(2) VALUE SPACES.
           02 montantAttenteEd             pic zzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 ageAttenteEd                 pic zzzz9.
           02                              pic x(6) VALUE " jours".
       01 LigneCreditSansRemise.
           02                              pic x(4) VALUE SPACES.
           02 dateValeurSansRemiseEd       pic 9(8).
           02                              pic x(2) VALUE SPACES.
           02 typeSansRemiseEd             pic x.
           02                              pic x(2) VALUE SPACES.
           02 referenceSansRemiseEd        pic x(20).
           02                              pic x(2) VALUE SPACES.
           02 montantSansRemiseEd          pic zzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 ageSansRemiseEd              pic zzzz9.
           02                              pic x(6) VALUE " jours".
       01 LigneTotalSection.
           02                              pic x(4) VALUE SPACES.
           02                              pic x(8) VALUE "Total : ".
           02 nbSectionEd                  pic zzzz9.
           02                              pic x(12)
               VALUE " ligne(s)   ".
           02 montantSectionEd             pic zzzzzzzz9,99.
       01 LigneBilanReleve.
           02                              pic x(35)
               VALUE "Credits du releve lus           : ".
           02 nbCreditsLusEd               pic zzzz9.
           02                              pic x(14)
               VALUE "  deja connus ".
           02 nbCreditsDejaIntegresEd      pic zzzz9.
           02                              pic x(9)
               VALUE "  debits ".
           02 nbDebitsIgnoresEd            pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    pointage du releve bancaire contre les sommes attendues :
      *    les bordereaux especes et cheques de la remise en banque
      *    (par leur reference, a defaut par le montant), la
      *    telecollecte carte du jour et chaque virement recu (par
      *    le mode et le montant). Ce qui reste non rapproche d'un
      *    cote ou de l'autre est reporte d'un jour sur l'autre avec
      *    son anciennete, jusqu'a son rapprochement
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamRapprochement.

           OPEN I-O FiRemisesBanque.
           OPEN I-O FiCreditsBanque.
           OPEN OUTPUT FiRapprochement.

           perform chargerAttendusCreances.
           perform chargerAttendusDons.
           perform chargerAttendusBoutique.
           perform varying iJour from 1 by 1 until iJour > nbJours
               perform enregistrerAttenduCarte
               perform enregistrerAttenduPrlv
           end-perform.

           perform reprendreCreditsEnAttente.

           OPEN INPUT FiReleveBancaire.
           read FiReleveBancaire
               at end move "10" to fs-fiReleveBancaire
           end-read.
           perform integreLigneReleve until finFiReleveBancaire.
           CLOSE FiReleveBancaire.

           perform editerRapprochement.

           CLOSE FiRemisesBanque FiCreditsBanque FiRapprochement.
           STOP RUN.

       lireParamRapprochement.
      *****************************************
      *    les encaissements carte et virement sont repris sur les
      *    sept derniers jours, pour rattraper un jour sans
      *    rapprochement, a moins d'une date de debut en parametre
           OPEN INPUT FiParamTraitement.
           read FiParamTraitement
               at end continue
               not at end
                   if dateTraitementParam is numeric
                           and dateTraitementParam > 0
                       move dateTraitementParam to dateTraitementJour
                   end-if
           end-read.
           CLOSE FiParamTraitement.
           compute dateDebutRapprochement = function date-of-integer
               (function integer-of-date(dateTraitementJour) - 7).
           OPEN INPUT FiParamRapprochement.
           read FiParamRapprochement
               at end continue
               not at end
                   if dateDebutRapprochementParam is numeric
                           and dateDebutRapprochementParam > 0
                       move dateDebutRapprochementParam
                           to dateDebutRapprochement
                   end-if
           end-read.
           CLOSE FiParamRapprochement.

       chargerAttendusCreances.
      *****************************************
      *    les encaissements d'une periode close ne sont plus au
      *    grand livre : ils sont repris de l'historique de cloture
           perform lireClotureCreances.
           if dateDebutRapprochement <= dateFinClotureCreances
               OPEN INPUT FiHistoCreances
               read FiHistoCreances into EnregCreance
                   at end move "10" to fs-fiHistoCreances
               end-read
               perform examineHistoEncaissement
                   until finFiHistoCreances
               CLOSE FiHistoCreances
           end-if.
           OPEN INPUT FiCreances.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           perform examineEncaissement until finFiCreances.
           CLOSE FiCreances.

       examineEncaissement.
      *****************************************
           perform retientEncaissement.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       examineHistoEncaissement.
      *****************************************
           perform retientEncaissement.
           read FiHistoCreances into EnregCreance
               at end move "10" to fs-fiHistoCreances
           end-read.

       retientEncaissement.
      *****************************************
           if creancePaiement
                   and (modeReglementCreance = "C"
                       or modeReglementCreance = "V"
                       or modeReglementCreance = "P")
                   and dateMouvementCreance >= dateDebutRapprochement
                   and dateMouvementCreance <= dateTraitementJour
               move dateMouvementCreance to dateJourCherchee
               perform chercheJour
               if iJour <= nbJours
                   evaluate modeReglementCreance
                       when "C"
                           add montantCreance to totalCarteJourT(iJour)
                           add 1 to nbCarteJourT(iJour)
                       when "P"
                           add montantCreance to totalPrlvJourT(iJour)
                           add 1 to nbPrlvJourT(iJour)
                       when other
                           add 1 to nbVirementsJourT(iJour)
                           move nbVirementsJourT(iJour) to rangAttendu
                           move montantCreance to montantAttendu
                           move codeClientCreance to codeClientAttendu
                           perform enregistrerAttenduVirement
                   end-evaluate
               end-if
           end-if.

       chargerAttendusDons.
      *****************************************
      *    les virements des donateurs sont numerotes a partir de
      *    5001 pour ne jamais prendre le rang d'un encaissement
      *    arrive plus tard dans le grand livre
           OPEN INPUT FiDons.
           read FiDons next
               at end move "10" to fs-fiDons
           end-read.
           perform examineDonEncaisse until finErreurFiDons.
           CLOSE FiDons.

       examineDonEncaisse.
      *****************************************
           if (modeReglementDon = "C" or modeReglementDon = "V")
                   and dateDon >= dateDebutRapprochement
                   and dateDon <= dateTraitementJour
               move dateDon to dateJourCherchee
               perform chercheJour
               if iJour <= nbJours
                   if modeReglementDon = "C"
                       add montantDon to totalCarteJourT(iJour)
                       add 1 to nbCarteJourT(iJour)
                   else
                       add 1 to nbVirementsDonsJourT(iJour)
                       compute rangAttendu =
                           5000 + nbVirementsDonsJourT(iJour)
                       move montantDon to montantAttendu
                       move codeClientDon to codeClientAttendu
                       perform enregistrerAttenduVirement
                   end-if
               end-if
           end-if.
           read FiDons next
               at end move "10" to fs-fiDons
           end-read.

       chargerAttendusBoutique.
      *****************************************
      *    les paiements par carte de la boutique partent dans la
      *    meme telecollecte que ceux de la billetterie ; especes et
      *    cheques sont deja sur les bordereaux de la remise
           OPEN INPUT FiVentesBoutique.
           if fs-fiVentesBoutique = "00"
               read FiVentesBoutique
                   at end move "10" to fs-fiVentesBoutique
               end-read
               perform examineVenteBoutiqueEncaissee
                   until finFiVentesBoutique
           end-if.
           CLOSE FiVentesBoutique.

       examineVenteBoutiqueEncaissee.
      *****************************************
           if modeReglementBoutique = "C"
                   and dateVenteBoutique >= dateDebutRapprochement
                   and dateVenteBoutique <= dateTraitementJour
               move dateVenteBoutique to dateJourCherchee
               perform chercheJour
               if iJour <= nbJours
                   add montantVenteBoutique to totalCarteJourT(iJour)
                   add 1 to nbCarteJourT(iJour)
               end-if
           end-if.
           read FiVentesBoutique
               at end move "10" to fs-fiVentesBoutique
           end-read.

       chercheJour.
      *****************************************
           perform varying iJour from 1 by 1
                   until iJour > nbJours
                       or dateJourT(iJour) = dateJourCherchee
               continue
           end-perform.
           if iJour > nbJours and nbJours < 400
               add 1 to nbJours
               move dateJourCherchee to dateJourT(nbJours)
               move 0 to totalCarteJourT(nbJours)
               move 0 to nbCarteJourT(nbJours)
               move 0 to nbVirementsJourT(nbJours)
               move 0 to nbVirementsDonsJourT(nbJours)
               move 0 to totalPrlvJourT(nbJours)
               move 0 to nbPrlvJourT(nbJours)
           end-if.

       enregistrerAttenduVirement.
      *****************************************
      *    un virement deja attendu d'un passage precedent garde son
      *    etat : le grand livre ne fait que s'allonger
           move "V" to modeRemiseBanque.
           move dateJourCherchee to dateRemiseBanque.
           move rangAttendu to rangRemiseBanque.
           read FiRemisesBanque
               invalid key
                   move montantAttendu to montantRemiseBanque
                   move 1 to nbPiecesRemiseBanque
                   move codeClientAttendu to codeClientRemiseBanque
                   perform initRapprochementRemise
                   write EnregRemiseBanque
                       invalid key continue
                   end-write
           end-read.

       enregistrerAttenduCarte.
      *****************************************
      *    la telecollecte d'un jour encore attendue suit les
      *    encaissements carte arrives depuis le passage precedent
           if totalCarteJourT(iJour) > 0
               move "C" to modeRemiseBanque
               move dateJourT(iJour) to dateRemiseBanque
               move 1 to rangRemiseBanque
               read FiRemisesBanque
                   invalid key
                       move totalCarteJourT(iJour)
                           to montantRemiseBanque
                       move nbCarteJourT(iJour) to nbPiecesRemiseBanque
                       move spaces to codeClientRemiseBanque
                       perform initRapprochementRemise
                       write EnregRemiseBanque
                           invalid key continue
                       end-write
                   not invalid key
                       if remiseAttendue
                           move totalCarteJourT(iJour)
                               to montantRemiseBanque
                           move nbCarteJourT(iJour)
                               to nbPiecesRemiseBanque
                           rewrite EnregRemiseBanque
                               invalid key continue
                           end-rewrite
                       end-if
               end-read
           end-if.

       enregistrerAttenduPrlv.
      *****************************************
      *    le lot de prelevements presente un jour est credite en
      *    une fois ; meme suivi que la telecollecte carte
           if totalPrlvJourT(iJour) > 0
               move "P" to modeRemiseBanque
               move dateJourT(iJour) to dateRemiseBanque
               move 1 to rangRemiseBanque
               read FiRemisesBanque
                   invalid key
                       move totalPrlvJourT(iJour)
                           to montantRemiseBanque
                       move nbPrlvJourT(iJour) to nbPiecesRemiseBanque
                       move spaces to codeClientRemiseBanque
                       perform initRapprochementRemise
                       write EnregRemiseBanque
                           invalid key continue
                       end-write
                   not invalid key
                       if remiseAttendue
                           move totalPrlvJourT(iJour)
                               to montantRemiseBanque
                           move nbPrlvJourT(iJour)
                               to nbPiecesRemiseBanque
                           rewrite EnregRemiseBanque
                               invalid key continue
                           end-rewrite
                       end-if
               end-read
           end-if.

       initRapprochementRemise.
      *****************************************
           move "A" to etatRemiseBanque.
           move 0 to dateCreditRemiseBanque.
           move 0 to montantCrediteRemiseBanque.
           move spaces to referenceCreditRemise.
           move 0 to dateRapprochementRemise.

       reprendreCreditsEnAttente.
      *****************************************
      *    les credits des jours precedents restes sans remise sont
      *    representes : la remise a pu etre enregistree depuis
           move low-values to cleCreditBanque.
           start FiCreditsBanque key is >= cleCreditBanque
               invalid key move "10" to fs-fiCreditsBanque
               not invalid key
                   read FiCreditsBanque next
                       at end move "10" to fs-fiCreditsBanque
                   end-read
           end-start.
           perform reprendCreditEnAttente until finErreurFiCredits.

       reprendCreditEnAttente.
      *****************************************
           if creditEnAttente
               perform rapprocherCredit
               if not creditEnAttente
                   rewrite EnregCreditBanque
                       invalid key continue
                   end-rewrite
               end-if
           end-if.
           read FiCreditsBanque next
               at end move "10" to fs-fiCreditsBanque
           end-read.

       integreLigneReleve.
      *****************************************
           if releveCredit
               add 1 to nbCreditsLus
               move dateValeurReleve to dateValeurCredit
               move referenceReleve to referenceCredit
               move montantReleve to montantCredit
               read FiCreditsBanque
                   invalid key
                       perform nouveauCredit
                   not invalid key
                       add 1 to nbCreditsDejaIntegres
               end-read
           else
               add 1 to nbDebitsIgnores
           end-if.
           read FiReleveBancaire
               at end move "10" to fs-fiReleveBancaire
           end-read.

       nouveauCredit.
      *****************************************
           move typeReleve to typeCredit.
           move "A" to etatCredit.
           move dateTraitementJour to dateImportCredit.
           move spaces to cleRemiseCredit.
           move 0 to dateRapprochementCredit.
           perform rapprocherCredit.
           write EnregCreditBanque
               invalid key continue
           end-write.

       rapprocherCredit.
      *****************************************
      *    un bordereau se reconnait d'abord a sa reference (mode et
      *    date de remise) : un montant different est alors un ecart
      *    a justifier ; sans reference reconnue, la plus ancienne
      *    somme attendue du meme mode et du meme montant est retenue
           move "N" to pieceTrouvee.
           if (typeCredit = "E" or typeCredit = "Q")
                   and referenceCredit(1:1) = typeCredit
                   and referenceCredit(2:8) is numeric
               move typeCredit to modeRemiseBanque
               move referenceCredit(2:8) to dateRemiseBanque
               move 1 to rangRemiseBanque
               read FiRemisesBanque
                   invalid key continue
                   not invalid key
                       if remiseAttendue
                           move "O" to pieceTrouvee
                       end-if
               end-read
           end-if.
           if not trouveePiece
                   and (typeCredit = "E" or typeCredit = "Q"
                       or typeCredit = "C" or typeCredit = "V"
                       or typeCredit = "P")
               move typeCredit to modeCherche
               move typeCredit to modeRemiseBanque
               move 0 to dateRemiseBanque
               move 0 to rangRemiseBanque
               start FiRemisesBanque key is >= cleRemiseBanque
                   invalid key move "10" to fs-fiRemisesBanque
                   not invalid key
                       read FiRemisesBanque next
                           at end move "10" to fs-fiRemisesBanque
                       end-read
               end-start
               perform chercheRemiseMontant until trouveePiece
                   or finErreurFiRemises
                   or modeRemiseBanque not = modeCherche
               move "00" to fs-fiRemisesBanque
           end-if.
           if trouveePiece
               perform pointeRemise
           end-if.

       chercheRemiseMontant.
      *****************************************
           if remiseAttendue and montantRemiseBanque = montantCredit
                   and dateRemiseBanque <= dateValeurCredit
               move "O" to pieceTrouvee
           else
               read FiRemisesBanque next
                   at end move "10" to fs-fiRemisesBanque
               end-read
           end-if.

       pointeRemise.
      *****************************************
           if montantRemiseBanque = montantCredit
               move "R" to etatRemiseBanque
               move "R" to etatCredit
           else
               move "X" to etatRemiseBanque
               move "X" to etatCredit
           end-if.
           move dateValeurCredit to dateCreditRemiseBanque.
           move montantCredit to montantCrediteRemiseBanque.
           move referenceCredit to referenceCreditRemise.
           move dateTraitementJour to dateRapprochementRemise.
           rewrite EnregRemiseBanque
               invalid key continue
           end-rewrite.
           move cleRemiseBanque to cleRemiseCredit.
           move dateTraitementJour to dateRapprochementCredit.

       editerRapprochement.
      *****************************************
           move dateTraitementJour to dateTraitementEd.
           display LigneEnteteRappro.
           move LigneEnteteRappro to EnregRapprochement.
           write EnregRapprochement.
           move nbCreditsLus to nbCreditsLusEd.
           move nbCreditsDejaIntegres to nbCreditsDejaIntegresEd.
           move nbDebitsIgnores to nbDebitsIgnoresEd.
           display LigneBilanReleve.
           move LigneBilanReleve to EnregRapprochement.
           write EnregRapprochement.

           move "Sommes rapprochees ce jour" to titreSectionEd.
           perform ecritTitreSection.
           perform debutRemises.
           perform editeRemiseRapprochee until finErreurFiRemises.
           move nbRapproches to nbSectionEd.
           move montantRapproches to montantSectionEd.
           perform ecritTotalSection.

           move "Ecarts de montant constates ce jour"
               to titreSectionEd.
           perform ecritTitreSection.
           perform debutRemises.
           perform editeRemiseEnEcart until finErreurFiRemises.
           move nbEcarts to nbSectionEd.
           move 0 to montantSectionEd.
           perform ecritTotalSection.

           move "Remises et encaissements non encore credites"
               to titreSectionEd.
           perform ecritTitreSection.
           perform debutRemises.
           perform editeRemiseNonCreditee until finErreurFiRemises.
           move nbRemisesNonCreditees to nbSectionEd.
           move montantRemisesNonCreditees to montantSectionEd.
           perform ecritTotalSection.

           move "Credits bancaires sans remise correspondante"
               to titreSectionEd.
           perform ecritTitreSection.
           move low-values to cleCreditBanque.
           start FiCreditsBanque key is >= cleCreditBanque
               invalid key move "10" to fs-fiCreditsBanque
               not invalid key
                   read FiCreditsBanque next
                       at end move "10" to fs-fiCreditsBanque
                   end-read
           end-start.
           perform editeCreditSansRemise until finErreurFiCredits.
           move nbCreditsSansRemise to nbSectionEd.
           move montantCreditsSansRemise to montantSectionEd.
           perform ecritTotalSection.

       debutRemises.
      *****************************************
           move low-values to cleRemiseBanque.
           start FiRemisesBanque key is >= cleRemiseBanque
               invalid key move "10" to fs-fiRemisesBanque
               not invalid key
                   read FiRemisesBanque next
                       at end move "10" to fs-fiRemisesBanque
                   end-read
           end-start.

       editeRemiseRapprochee.
      *****************************************
           if remiseRapprochee
                   and dateRapprochementRemise = dateTraitementJour
               add 1 to nbRapproches
               add montantRemiseBanque to montantRapproches
               move modeRemiseBanque to modePieceEd
               move dateRemiseBanque to datePieceEd
               move rangRemiseBanque to rangPieceEd
               move codeClientRemiseBanque to codeClientPieceEd
               move montantRemiseBanque to montantPieceEd
               move dateCreditRemiseBanque to dateValeurPieceEd
               move referenceCreditRemise to referencePieceEd
               move LignePieceRappro to EnregRapprochement
               write EnregRapprochement
           end-if.
           read FiRemisesBanque next
               at end move "10" to fs-fiRemisesBanque
           end-read.

       editeRemiseEnEcart.
      *****************************************
           if remiseEnEcart
                   and dateRapprochementRemise = dateTraitementJour
               add 1 to nbEcarts
               compute montantEcart = montantCrediteRemiseBanque
                   - montantRemiseBanque
               move modeRemiseBanque to modeEcartEd
               move dateRemiseBanque to dateEcartEd
               move rangRemiseBanque to rangEcartEd
               move montantRemiseBanque to montantAttenduEd
               move montantCrediteRemiseBanque to montantCrediteEd
               move montantEcart to montantEcartEd
               display LigneEcartRappro
               move LigneEcartRappro to EnregRapprochement
               write EnregRapprochement
           end-if.
           read FiRemisesBanque next
               at end move "10" to fs-fiRemisesBanque
           end-read.

       editeRemiseNonCreditee.
      *****************************************
           if remiseAttendue
               add 1 to nbRemisesNonCreditees
               add montantRemiseBanque to montantRemisesNonCreditees
               compute ageJours =
                   function integer-of-date(dateTraitementJour)
                   - function integer-of-date(dateRemiseBanque)
               move modeRemiseBanque to modeAttenteEd
               move dateRemiseBanque to dateAttenteEd
               move rangRemiseBanque to rangAttenteEd
               move codeClientRemiseBanque to codeClientAttenteEd
               move montantRemiseBanque to montantAttenteEd
               move ageJours to ageAttenteEd
               move LigneAttenteRappro to EnregRapprochement
               write EnregRapprochement
           end-if.
           read FiRemisesBanque next
               at end move "10" to fs-fiRemisesBanque
           end-read.

       editeCreditSansRemise.
      *****************************************
           if creditEnAttente
               add 1 to nbCreditsSansRemise
               add montantCredit to montantCreditsSansRemise
               compute ageJours =
                   function integer-of-date(dateTraitementJour)
                   - function integer-of-date(dateValeurCredit)
               move dateValeurCredit to dateValeurSansRemiseEd
               move typeCredit to typeSansRemiseEd
               move referenceCredit to referenceSansRemiseEd
               move montantCredit to montantSansRemiseEd
               move ageJours to ageSansRemiseEd
               display LigneCreditSansRemise
               move LigneCreditSansRemise to EnregRapprochement
               write EnregRapprochement
           end-if.
           read FiCreditsBanque next
               at end move "10" to fs-fiCreditsBanque
           end-read.

       ecritTitreSection.
      *****************************************
           move spaces to EnregRapprochement.
           write EnregRapprochement.
           display LigneTitreSection.
           move LigneTitreSection to EnregRapprochement.
           write EnregRapprochement.

       ecritTotalSection.
      *****************************************
           display LigneTotalSection.
           move LigneTotalSection to EnregRapprochement.
           write EnregRapprochement.

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

       end program RapprochementBancaire.
