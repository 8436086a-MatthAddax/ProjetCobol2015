       program-id. EmissionPrelevements as "EmissionPrelevements".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiVerrou assign "../Fichiers/verrou.rel"
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrou.

          select optional FiGroupes
              assign "../Fichiers/GROUPES.IND"
              organization is indexed access mode is dynamic
              record key is numeroContratGroupe
                  file status is fs-fiGroupes.

          select optional FiEcheanciersAbo
              assign "../Fichiers/ECHEANCIERSABO.IND"
              organization is indexed access mode is dynamic
              record key is numeroEcheancierAbo
                  file status is fs-fiEcheanciersAbo.

          select optional FiMandats
              assign "../Fichiers/MANDATS.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMandat
                  file status is fs-fiMandats.

          select optional FiPrelevements
              assign "../Fichiers/PRELEVEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is clePrelevement
                  file status is fs-fiPrelevements.

          select optional FiCreances
              assign "../Fichiers/creances.seq"
              organization is line sequential
              file status is fs-fiCreances.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiParamPrelevements
              assign "../Fichiers/paramPrelevements.seq"
              organization is line sequential
              file status is fs-fiParamPrelevements.

          select optional FiMajSortie
              assign "../Fichiers/majEntree.seq"
              organization is line sequential
              file status is fs-fiMajSortie.

          select FiLotPrelevements assign
                  "../Fichiers/prelevementsSepa.seq"
              organization is line sequential.

          select FiRapportPrelevements assign
                  "../Fichiers/rapportPrelevements.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiGroupes.
       01 EnregGroupe.
           02 numeroContratGroupe          pic 9(5).
           02 codeSpectGroupe              pic x(7).
           02 dateRepresentationGroupe     pic 9(8).
           02 categGroupeContrat           pic 9.
           02 codeClientGroupeContrat      pic x(6).
           02 nomContactGroupe             pic x(20).
           02 nbPlacesPayantesGroupe       pic 9(3).
           02 nbAccompagnateursGroupe      pic 9(3).
           02 ratioAccompagnateursContrat  pic 99.
           02 nbEcheancesContrat           pic 9.
           02 tabEcheancesGroupe.
               03 detailEcheanceGroupe OCCURS 3.
                   04 dateEcheanceGroupe   pic 9(8).
                   04 montantEcheanceGroupe pic 9(7)v99.
           02 etatContratGroupe            pic x.
               88 contratGroupeActif    value "A".
               88 contratGroupeALiberer value "L".
       FD FiEcheanciersAbo.
       01 EnregEcheancierAbo.
           02 numeroEcheancierAbo          pic 9(6).
           02 codeClientEcheancier         pic x(6).
           02 codeGenreEcheancier          pic x(5).
           02 categEcheancier              pic 9.
           02 dateSouscriptionEcheancier   pic 9(8).
           02 montantTotalEcheancier       pic 9(7)v99.
           02 nbEcheancesEcheancier        pic 9.
           02 tabEcheancesAbo.
               03 detailEcheanceAbo OCCURS 9.
                   04 dateEcheanceAbo      pic 9(8).
                   04 montantEcheanceAbo   pic 9(7)v99.
           02 etatEcheancier               pic x.
               88 echeancierActif      value "A".
       FD FiMandats.
       01 EnregMandat.
           02 codeClientMandat             pic x(6).
           02 referenceMandat              pic x(35).
           02 ibanMandat                   pic x(34).
           02 bicMandat                    pic x(11).
           02 dateSignatureMandat          pic 9(8).
           02 etatMandat                   pic x.
               88 mandatActif          value "A".
               88 mandatRevoque        value "R".
           02 dateRevocationMandat         pic 9(8).
           02 dateDernierPrelevement       pic 9(8).
       FD FiPrelevements.
      *    registre des prelevements : une ligne par echeance
      *    presentee (ou constatee deja reglee), pour ne jamais
      *    presenter deux fois la meme echeance ; la reference de
      *    bout en bout transmise a la banque est "PRLV" suivi de la
      *    cle, c'est elle qui revient avec un rejet
       01 EnregPrelevement.
           02 clePrelevement.
               03 typeEcheancierPrlv       pic x.
                   88 prelevementGroupe    value "G".
                   88 prelevementAbonnement value "S".
               03 numeroEcheancierPrlv     pic 9(6).
               03 rangEcheancePrlv         pic 9.
           02 codeClientPrlv               pic x(6).
           02 referenceMandatPrlv          pic x(35).
           02 codeSpectPrlv                pic x(7).
           02 dateRepresentationPrlv       pic 9(8).
           02 montantPrlv                  pic 9(7)v99.
           02 dateEcheancePrlv             pic 9(8).
           02 dateEmissionPrlv             pic 9(8).
           02 etatPrlv                     pic x.
               88 prelevementEmis      value "E".
               88 prelevementRejete    value "R".
               88 prelevementSansObjet value "S".
           02 dateRejetPrlv                pic 9(8).
           02 motifRejetPrlv               pic x(4).
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
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiParamPrelevements.
      *    coordonnees du creancier : identifiant SEPA attribue par
      *    la banque, raison sociale et compte a crediter
       01 EnregParamPrelevements.
           02 identifiantCreancierParam    pic x(35).
           02 nomCreancierParam            pic x(30).
           02 ibanCreancierParam           pic x(34).
           02 bicCreancierParam            pic x(11).
       FD FiMajSortie.
       01 EnregMajSortie                   pic x(77).
       FD FiLotPrelevements.
       01 EnregLotPrelevements             pic x(200).
       FD FiRapportPrelevements.
       01 EnregRapportPrelevements         pic x(100).
       FD FiVerrou.
       01 EnregVerrou.
           02 etatVerrou                   pic x.
           02 nomProgrammeVerrou           pic x(20).
           02 dateDebutVerrou              pic 9(8).
           02 heureDebutVerrou             pic 9(8).
           02 resultatVerrou               pic x(10).

       working-storage section.
      *----------------------------------------
       77 fs-fiVerrou                      pic x(2).
       77 verrouIDLu                       pic 9.
       77 fs-fiGroupes                     pic x(2).
           88 finErreurFiGroupes    VALUES "10" THRU "99".
       77 fs-fiEcheanciersAbo              pic x(2).
           88 finErreurFiEcheanciersAbo VALUES "10" THRU "99".
       77 fs-fiMandats                     pic x(2).
       77 fs-fiPrelevements                pic x(2).
       77 fs-fiCreances                    pic x(2).
           88 finFiCreances         VALUE "10".
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiParamPrelevements           pic x(2).
       77 fs-fiMajSortie                   pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 iPaiement                        pic 9(4).
       77 nbPaiementsCumules               pic 9(4) value 0.
       77 iEcheance                        pic 99.
       77 montantExigibleCumul             pic 9(7)v99.
       77 montantPayeContrat               pic 9(7)v99.
       77 montantEmisContrat               pic 9(7)v99.
       77 resteDuContrat                   pic s9(7)v99.
       77 montantAPrelever                 pic 9(7)v99.
       77 codeClientAPrelever              pic x(6).
       77 mandatClientFlag                 pic x.
           88 mandatClientActif     VALUE "O".
       77 nbPrelevementsEmis               pic 9(5) value 0.
       77 montantTotalEmis                 pic 9(9)v99 value 0.
       77 nbEcheancesDejaReglees           pic 9(5) value 0.
       77 nbEcheancesSansMandat            pic 9(5) value 0.
       77 nbEcheancesHorsLimite            pic 9(5) value 0.
      *    paiements cumules par client et representation, ramasses
      *    au fil du grand livre comme a la relance des groupes
       01 tabPaiementsGroupe.
           02 detailPaiementGroupe OCCURS 999.
               03 clientPaiementCumul      pic x(6).
               03 spectPaiementCumul       pic x(7).
               03 datePaiementCumul        pic 9(8).
               03 montantPaiementCumul     pic 9(7)v99.
      *    paiement 'P' au mode "P" (prelevement) remis au traitement
      *    de nuit : le prelevement est porte au grand livre a sa
      *    date d'echeance, un rejet de la banque le contre-passera
       01 TransactionPaiementPrlv.
           02 codeMajPaiementPrlv          pic x VALUE "P".
           02 codeClientPaiementPrlv       pic x(6).
           02 codeSpectPaiementPrlv        pic x(7).
           02 dateRepresentationPaiementPrlv pic 9(8).
           02 montantPaiementPrlv          pic 9(5)v99.
           02 modePaiementPrlv             pic x VALUE "P".
           02 numeroAvoirPaiementPrlv      pic 9(6) VALUE 0.
           02                              pic x(40) VALUE SPACES.
           02 canalMajPaiementPrlv         pic x VALUE SPACE.
      *    lot remis a la banque : un en-tete creancier, un detail
      *    par prelevement, un enregistrement de fin de totaux
       01 EnteteLotPrelevements.
           02                              pic x(2) VALUE "01".
           02 identifiantCreancierLot      pic x(35).
           02 nomCreancierLot              pic x(30).
           02 ibanCreancierLot             pic x(34).
           02 bicCreancierLot              pic x(11).
           02 dateEcheanceLot              pic 9(8).
       01 DetailLotPrelevements.
           02                              pic x(2) VALUE "06".
           02 referenceBoutLot.
               03                          pic x(4) VALUE "PRLV".
               03 clePrelevementLot        pic x(8).
               03                          pic x(23) VALUE SPACES.
           02 referenceMandatLot           pic x(35).
           02 dateSignatureMandatLot       pic 9(8).
           02 typeSequenceLot              pic x(4).
           02 ibanDebiteurLot              pic x(34).
           02 bicDebiteurLot               pic x(11).
           02 codeClientDebiteurLot        pic x(6).
           02 montantLot                   pic 9(9)v99.
           02 libelleLot                   pic x(35).
       01 FinLotPrelevements.
           02                              pic x(2) VALUE "09".
           02 nbPrelevementsLot            pic 9(6).
           02 montantTotalLot              pic 9(11)v99.
       01 LigneEntetePrelevements.
           02                              pic x(34) VALUE
               "Prelevements presentes a la banque".
           02                              pic x(6) VALUE " le ".
           02 dateTraitementEd             pic 9(8).
       01 LigneTitresPrelevements.
           02                              pic x(76) VALUE
      -        "Echeancier  Rg Client Seq.        Montant  Mandat".
       01 LignePrelevement.
           02 typeEcheancierEd             pic x.
           02                              pic x VALUE SPACE.
           02 numeroEcheancierEd           pic 9(6).
           02                              pic x(3) VALUE SPACES.
           02 rangEcheanceEd               pic 9.
           02                              pic x(2) VALUE SPACES.
           02 codeClientPrlvEd             pic x(6).
           02                              pic x VALUE SPACE.
           02 typeSequenceEd               pic x(4).
           02                              pic x(2) VALUE SPACES.
           02 montantPrlvEd                pic zzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 referenceMandatEd            pic x(35).
       01 LigneBilanPrelevementsEmis.
           02                              pic x(35)
               VALUE "Prelevements emis               : ".
           02 nbPrelevementsEmisEd         pic zzzz9.
           02                              pic x(4) VALUE SPACES.
           02 montantTotalEmisEd           pic zzzzzzzz9,99.
       01 LigneBilanDejaReglees.
           02                              pic x(35)
               VALUE "Echeances deja reglees          : ".
           02 nbEcheancesDejaRegleesEd     pic zzzz9.
       01 LigneBilanSansMandat.
           02                              pic x(35)
               VALUE "Echeances sans mandat actif     : ".
           02 nbEcheancesSansMandatEd      pic zzzz9.
       01 LigneBilanHorsLimite.
           02                              pic x(35)
               VALUE "Echeances hors limite de montant: ".
           02 nbEcheancesHorsLimiteEd      pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    a chaque date d'echeance, les echeances des contrats de
      *    groupe et des abonnements payes par mensualites dont le
      *    client a signe un mandat actif sont presentees a la
      *    banque dans le lot de prelevements du jour ; chacune est
      *    inscrite au registre des prelevements et donne une
      *    transaction de paiement au mode "P" pour le traitement de
      *    nuit. Une echeance de groupe deja reglee par ailleurs
      *    n'est prelevee que pour son reste du ; une echeance sans
      *    mandat actif reste a la relance par lettre
           perform prendreVerrou.
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementPrlv.

           OPEN INPUT FiParamPrelevements.
           read FiParamPrelevements
               at end move spaces to EnregParamPrelevements
           end-read.
           CLOSE FiParamPrelevements.
           if identifiantCreancierParam = spaces
                   or ibanCreancierParam = spaces
               display "Coordonnees du creancier absentes : aucun "
                       "prelevement emis"
               perform libererVerrou
               move 8 to return-code
               STOP RUN
           end-if.

           OPEN INPUT FiGroupes FiEcheanciersAbo FiCreances.
           OPEN I-O FiMandats FiPrelevements.
           OPEN EXTEND FiMajSortie.
           OPEN OUTPUT FiLotPrelevements FiRapportPrelevements.

           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.
           perform cumulePaiementPrlv until finFiCreances.

           perform ecritEnteteLot.

           move low-values to numeroContratGroupe.
           start FiGroupes key is >= numeroContratGroupe
               invalid key move "10" to fs-fiGroupes
               not invalid key
                   read FiGroupes next
                       at end move "10" to fs-fiGroupes
                   end-read
           end-start.
           perform examineContratPrlv until finErreurFiGroupes.

           move low-values to numeroEcheancierAbo.
           start FiEcheanciersAbo key is >= numeroEcheancierAbo
               invalid key move "10" to fs-fiEcheanciersAbo
               not invalid key
                   read FiEcheanciersAbo next
                       at end move "10" to fs-fiEcheanciersAbo
                   end-read
           end-start.
           perform examineEcheancierAbo
               until finErreurFiEcheanciersAbo.

           move nbPrelevementsEmis to nbPrelevementsLot.
           move montantTotalEmis to montantTotalLot.
           move FinLotPrelevements to EnregLotPrelevements.
           write EnregLotPrelevements.

           perform ecritBilanPrelevements.

           CLOSE FiGroupes FiEcheanciersAbo FiCreances FiMandats
                 FiPrelevements FiMajSortie FiLotPrelevements
                 FiRapportPrelevements.
           perform libererVerrou.
           STOP RUN.

       prendreVerrou.
      *****************************************
      *    le registre et les mandats sont mis a jour ici : meme
      *    verrou d'exploitation que les autres mises a jour
           OPEN I-O FiVerrou.
           move 1 to verrouIDLu.
           read FiVerrou
               invalid key
                   perform garnitVerrou
                   write EnregVerrou
                       invalid key continue
                   end-write
               not invalid key
                   if etatVerrou = "O"
                       display "Mise a jour deja en cours par : "
                               nomProgrammeVerrou
                       display "Verrou a liberer via "
                               "ConsultationVerrou si arret brutal"
                       CLOSE FiVerrou
                       move 8 to return-code
                       STOP RUN
                   else
                       perform garnitVerrou
                       rewrite EnregVerrou
                           invalid key continue
                       end-rewrite
                   end-if
           end-read.

       garnitVerrou.
      *****************************************
           move "O" to etatVerrou.
           move "EmissionPrelevements" to nomProgrammeVerrou.
           accept dateDebutVerrou from date YYYYMMDD.
           accept heureDebutVerrou from time.
           move spaces to resultatVerrou.

       libererVerrou.
      *****************************************
           move 1 to verrouIDLu.
           read FiVerrou
               invalid key continue
               not invalid key
                   move "L" to etatVerrou
                   move "NORMAL" to resultatVerrou
                   rewrite EnregVerrou
                       invalid key continue
                   end-rewrite
           end-read.
           CLOSE FiVerrou.

       lireParamTraitementPrlv.
      *****************************************
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

       cumulePaiementPrlv.
      *****************************************
      *    un report a nouveau de cloture se lit comme le sens
      *    d'origine des mouvements qu'il remplace
           if creanceReportee
               move sensReporteCreance to sensCreance
           end-if.
           if creancePaiement or creanceRejetPaiement
               perform cherchePaiementCumul
           end-if.
           if iPaiement <= nbPaiementsCumules
               if creancePaiement
                   add montantCreance
                       to montantPaiementCumul(iPaiement)
               end-if
               if creanceRejetPaiement
                       and montantPaiementCumul(iPaiement)
                           >= montantCreance
                   subtract montantCreance
                       from montantPaiementCumul(iPaiement)
               end-if
           end-if.
           read FiCreances
               at end move "10" to fs-fiCreances
           end-read.

       cherchePaiementCumul.
      *****************************************
           perform varying iPaiement from 1 by 1
                   until iPaiement > nbPaiementsCumules
                       or (clientPaiementCumul(iPaiement)
                               = codeClientCreance
                           and spectPaiementCumul(iPaiement)
                               = codeSpectCreance
                           and datePaiementCumul(iPaiement)
                               = dateRepresentationCreance)
               continue
           end-perform.
           if iPaiement > nbPaiementsCumules
                   and nbPaiementsCumules < 999
               add 1 to nbPaiementsCumules
               move codeClientCreance
                   to clientPaiementCumul(nbPaiementsCumules)
               move codeSpectCreance
                   to spectPaiementCumul(nbPaiementsCumules)
               move dateRepresentationCreance
                   to datePaiementCumul(nbPaiementsCumules)
               move 0 to montantPaiementCumul(nbPaiementsCumules)
               move nbPaiementsCumules to iPaiement
           end-if.

       ecritEnteteLot.
      *****************************************
           move identifiantCreancierParam to identifiantCreancierLot.
           move nomCreancierParam to nomCreancierLot.
           move ibanCreancierParam to ibanCreancierLot.
           move bicCreancierParam to bicCreancierLot.
           move dateTraitementJour to dateEcheanceLot.
           move EnteteLotPrelevements to EnregLotPrelevements.
           write EnregLotPrelevements.
           move dateTraitementJour to dateTraitementEd.
           display LigneEntetePrelevements.
           move LigneEntetePrelevements to EnregRapportPrelevements.
           write EnregRapportPrelevements.
           move LigneTitresPrelevements to EnregRapportPrelevements.
           write EnregRapportPrelevements.

       examineContratPrlv.
      *****************************************
      *    le reste du du contrat a une echeance est le cumul des
      *    echeances atteintes, moins les reglements du grand livre
      *    et ce qui vient d'etre preleve sur les echeances
      *    precedentes dans la meme passe
           if contratGroupeActif
               move 0 to montantExigibleCumul
               move 0 to montantEmisContrat
               move 0 to montantPayeContrat
               perform varying iPaiement from 1 by 1
                       until iPaiement > nbPaiementsCumules
                   if clientPaiementCumul(iPaiement)
                           = codeClientGroupeContrat
                       and spectPaiementCumul(iPaiement)
                           = codeSpectGroupe
                       and datePaiementCumul(iPaiement)
                           = dateRepresentationGroupe
                       add montantPaiementCumul(iPaiement)
                           to montantPayeContrat
                   end-if
               end-perform
               perform examineEcheanceGroupe
                   varying iEcheance from 1 by 1
                   until iEcheance > nbEcheancesContrat
                       or iEcheance > 3
           end-if.
           read FiGroupes next
               at end move "10" to fs-fiGroupes
           end-read.

       examineEcheanceGroupe.
      *****************************************
           if dateEcheanceGroupe(iEcheance) <= dateTraitementJour
                   and montantEcheanceGroupe(iEcheance) > 0
               add montantEcheanceGroupe(iEcheance)
                   to montantExigibleCumul
               move "G" to typeEcheancierPrlv
               move numeroContratGroupe to numeroEcheancierPrlv
               move iEcheance to rangEcheancePrlv
               read FiPrelevements
                   invalid key perform prelevementGroupeAFaire
                   not invalid key continue
               end-read
           end-if.

       prelevementGroupeAFaire.
      *****************************************
           move codeClientGroupeContrat to codeClientAPrelever.
           perform chercheMandatActif.
           if mandatClientActif
               compute resteDuContrat = montantExigibleCumul
                   - montantPayeContrat - montantEmisContrat
               if resteDuContrat > montantEcheanceGroupe(iEcheance)
                   move montantEcheanceGroupe(iEcheance)
                       to montantAPrelever
               else
                   if resteDuContrat > 0
                       move resteDuContrat to montantAPrelever
                   else
                       move 0 to montantAPrelever
                   end-if
               end-if
               move codeSpectGroupe to codeSpectPrlv
               move dateRepresentationGroupe
                   to dateRepresentationPrlv
               move dateEcheanceGroupe(iEcheance) to dateEcheancePrlv
               if montantAPrelever = 0
                   perform inscritEcheanceReglee
               else
                   perform emetPrelevement
                   add montantAPrelever to montantEmisContrat
               end-if
           else
               add 1 to nbEcheancesSansMandat
           end-if.

       examineEcheancierAbo.
      *****************************************
           if echeancierActif
               perform examineEcheanceAbo
                   varying iEcheance from 1 by 1
                   until iEcheance > nbEcheancesEcheancier
           end-if.
           read FiEcheanciersAbo next
               at end move "10" to fs-fiEcheanciersAbo
           end-read.

       examineEcheanceAbo.
      *****************************************
      *    les mensualites d'abonnement sont portees au grand livre
      *    sous le code "ABONNE" et la date de souscription
           if dateEcheanceAbo(iEcheance) <= dateTraitementJour
                   and montantEcheanceAbo(iEcheance) > 0
               move "S" to typeEcheancierPrlv
               move numeroEcheancierAbo to numeroEcheancierPrlv
               move iEcheance to rangEcheancePrlv
               read FiPrelevements
                   invalid key perform prelevementAboAFaire
                   not invalid key continue
               end-read
           end-if.

       prelevementAboAFaire.
      *****************************************
           move codeClientEcheancier to codeClientAPrelever.
           perform chercheMandatActif.
           if mandatClientActif
               move montantEcheanceAbo(iEcheance) to montantAPrelever
               move "ABONNE" to codeSpectPrlv
               move dateSouscriptionEcheancier
                   to dateRepresentationPrlv
               move dateEcheanceAbo(iEcheance) to dateEcheancePrlv
               perform emetPrelevement
           else
               add 1 to nbEcheancesSansMandat
           end-if.

       chercheMandatActif.
      *****************************************
           move "N" to mandatClientFlag.
           move codeClientAPrelever to codeClientMandat.
           read FiMandats
               invalid key continue
               not invalid key
                   if mandatActif
                       move "O" to mandatClientFlag
                   end-if
           end-read.

       inscritEcheanceReglee.
      *****************************************
      *    echeance deja couverte par des reglements ordinaires :
      *    elle est inscrite sans objet pour ne plus etre examinee
           move codeClientAPrelever to codeClientPrlv.
           move referenceMandat to referenceMandatPrlv.
           move 0 to montantPrlv.
           move dateTraitementJour to dateEmissionPrlv.
           move "S" to etatPrlv.
           move 0 to dateRejetPrlv.
           move spaces to motifRejetPrlv.
           write EnregPrelevement
               invalid key continue
           end-write.
           add 1 to nbEcheancesDejaReglees.

       emetPrelevement.
      *****************************************
      *    le montant d'un paiement au grand livre est limite a
      *    99999,99 : une echeance au-dela reste a la relance
           if montantAPrelever > 99999.99
               add 1 to nbEcheancesHorsLimite
           else
               move codeClientAPrelever to codeClientPrlv
               move referenceMandat to referenceMandatPrlv
               move montantAPrelever to montantPrlv
               move dateTraitementJour to dateEmissionPrlv
               move "E" to etatPrlv
               move 0 to dateRejetPrlv
               move spaces to motifRejetPrlv
               write EnregPrelevement
                   invalid key continue
               end-write
               perform ecritDetailLot
               perform ecritTransactionPrlv
               move dateTraitementJour to dateDernierPrelevement
               rewrite EnregMandat
                   invalid key continue
               end-rewrite
               add 1 to nbPrelevementsEmis
               add montantAPrelever to montantTotalEmis
           end-if.

       ecritDetailLot.
      *****************************************
      *    premier passage sur le mandat ("FRST") tant qu'aucun
      *    prelevement n'a encore ete presente, recurrent ensuite
           move clePrelevement to clePrelevementLot.
           move referenceMandat to referenceMandatLot.
           move dateSignatureMandat to dateSignatureMandatLot.
           if dateDernierPrelevement = 0
               move "FRST" to typeSequenceLot
           else
               move "RCUR" to typeSequenceLot
           end-if.
           move ibanMandat to ibanDebiteurLot.
           move bicMandat to bicDebiteurLot.
           move codeClientAPrelever to codeClientDebiteurLot.
           move montantAPrelever to montantLot.
           move spaces to libelleLot.
           if prelevementGroupe
               string "Contrat groupe " numeroEcheancierPrlv
                   " echeance " rangEcheancePrlv
                   delimited by size into libelleLot
               end-string
           else
               string "Abonnement " numeroEcheancierPrlv
                   " echeance " rangEcheancePrlv
                   delimited by size into libelleLot
               end-string
           end-if.
           move DetailLotPrelevements to EnregLotPrelevements.
           write EnregLotPrelevements.
           move typeEcheancierPrlv to typeEcheancierEd.
           move numeroEcheancierPrlv to numeroEcheancierEd.
           move rangEcheancePrlv to rangEcheanceEd.
           move codeClientAPrelever to codeClientPrlvEd.
           move typeSequenceLot to typeSequenceEd.
           move montantAPrelever to montantPrlvEd.
           move referenceMandat to referenceMandatEd.
           move LignePrelevement to EnregRapportPrelevements.
           write EnregRapportPrelevements.

       ecritTransactionPrlv.
      *****************************************
           move codeClientAPrelever to codeClientPaiementPrlv.
           move codeSpectPrlv to codeSpectPaiementPrlv.
           move dateRepresentationPrlv
               to dateRepresentationPaiementPrlv.
           move montantAPrelever to montantPaiementPrlv.
           move spaces to EnregMajSortie.
           move TransactionPaiementPrlv to EnregMajSortie.
           write EnregMajSortie.

       ecritBilanPrelevements.
      *****************************************
           move nbPrelevementsEmis to nbPrelevementsEmisEd.
           move montantTotalEmis to montantTotalEmisEd.
           move nbEcheancesDejaReglees to nbEcheancesDejaRegleesEd.
           move nbEcheancesSansMandat to nbEcheancesSansMandatEd.
           move nbEcheancesHorsLimite to nbEcheancesHorsLimiteEd.
           display LigneBilanPrelevementsEmis.
           display LigneBilanDejaReglees.
           display LigneBilanSansMandat.
           display LigneBilanHorsLimite.
           move LigneBilanPrelevementsEmis
               to EnregRapportPrelevements.
           write EnregRapportPrelevements.
           move LigneBilanDejaReglees to EnregRapportPrelevements.
           write EnregRapportPrelevements.
           move LigneBilanSansMandat to EnregRapportPrelevements.
           write EnregRapportPrelevements.
           move LigneBilanHorsLimite to EnregRapportPrelevements.
           write EnregRapportPrelevements.

       end program EmissionPrelevements.
