       program-id. RetoursPrelevements as "RetoursPrelevements".

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

          select FiRetours assign "../Fichiers/retoursPrelevements.seq"
              organization is line sequential
              file status is fs-fiRetours.

          select optional FiPrelevements
              assign "../Fichiers/PRELEVEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is clePrelevement
                  file status is fs-fiPrelevements.

          select optional FiMandats
              assign "../Fichiers/MANDATS.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMandat
                  file status is fs-fiMandats.

          select optional FiParamTraitement
              assign "../Fichiers/ParamTraitement.seq"
              organization is line sequential
              file status is fs-fiParamTraitement.

          select optional FiMajSortie
              assign "../Fichiers/majEntree.seq"
              organization is line sequential
              file status is fs-fiMajSortie.

          select FiRapportRetours assign
                  "../Fichiers/rapportRetoursPrelevements.seq"
              organization is line sequential.

          select FiRejetsRetours assign
                  "../Fichiers/retoursPrelevementsRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiRetours.
      *    retours de la banque sur les prelevements presentes :
      *    reference de bout en bout d'origine, montant, date du
      *    retour et code motif normalise (AC04 compte clos, AM04
      *    provision insuffisante, MD01 pas de mandat...)
       01 EnregRetour.
           02 referenceBoutRetour.
               03 prefixeReferenceRetour   pic x(4).
               03 clePrelevementRetour     pic x(8).
               03                          pic x(23).
           02 montantRetour                pic 9(7)v99.
           02 dateRetour                   pic 9(8).
           02 codeMotifRetour              pic x(4).
               88 motifMandatCaduc     values "AC01" "AC04" "AC06"
                                              "MD01" "MD07".
       FD FiPrelevements.
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
       FD FiParamTraitement.
       01 EnregParamTraitement.
           02 dateTraitementParam          pic 9(8).
           02 heureLimiteParam             pic 9(4).
       FD FiMajSortie.
       01 EnregMajSortie                   pic x(77).
       FD FiRapportRetours.
       01 EnregRapportRetours              pic x(100).
       FD FiRejetsRetours.
       01 EnregRejetRetour.
           02 codeErreurRejetRetour        pic x(2).
           02 descriptionRejetRetour       pic x(42).
           02 ligneRejetRetour             pic x(56).
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
       77 fs-fiRetours                     pic x(2).
           88 finFiRetours          VALUE "10".
       77 fs-fiPrelevements                pic x(2).
       77 fs-fiMandats                     pic x(2).
       77 fs-fiParamTraitement             pic x(2).
       77 fs-fiMajSortie                   pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 nbRetoursLus                     pic 9(5) value 0.
       77 nbRetoursAppliques               pic 9(5) value 0.
       77 nbRetoursRejetes                 pic 9(5) value 0.
       77 nbMandatsRevoques                pic 9(5) value 0.
       77 montantTotalRetours              pic 9(9)v99 value 0.
       77 codeErreurRetourNum              pic 99.
       77 retourValide                     pic x.
           88 valideRetour          VALUE "O".
      *    transaction de rejet de reglement au mode "P" pour le
      *    traitement de nuit : le mouvement 'I' rouvre l'echeance
      *    au grand livre, ou la relance des groupes et les releves
      *    clients la reprennent
       01 TransactionRejetPrlv.
           02 codeMajRejetPrlv             pic x VALUE "I".
           02 codeClientRejetPrlv          pic x(6).
           02 codeSpectRejetPrlv           pic x(7).
           02 dateRepresentationRejetPrlv  pic 9(8).
           02 montantRejetPrlv             pic 9(5)v99.
           02 dateReglementRejetPrlv       pic 9(8).
           02 modeReglementRejetPrlv       pic x VALUE "P".
           02 motifRejetPrlvMaj            pic x VALUE SPACE.
           02                              pic x(37) VALUE SPACES.
           02 canalMajRejetPrlv            pic x VALUE SPACE.
       01 LibellesErreurRetour.
           02                              pic x(42)
               VALUE "Reference de prelevement inconnue".
           02                              pic x(42)
               VALUE "Prelevement deja rejete ou non presente".
           02                              pic x(42)
               VALUE "Montant different du prelevement presente".
       01 REDEFINES LibellesErreurRetour.
           02 libelleErreurRetour          pic x(42) OCCURS 3.
       01 LigneEnteteRetours.
           02                              pic x(36) VALUE
               "Prelevements rejetes par la banque, ".
           02                              pic x(12) VALUE
               "traites le ".
           02 dateTraitementEd             pic 9(8).
       01 LigneTitresRetours.
           02                              pic x(44) VALUE
               "Echeancier  Rg Client Represent.        Mont".
           02                              pic x(18) VALUE
               "ant Motif  Mandat".
       01 LigneRetour.
           02 typeEcheancierEd             pic x.
           02                              pic x VALUE SPACE.
           02 numeroEcheancierEd           pic 9(6).
           02                              pic x(3) VALUE SPACES.
           02 rangEcheanceEd               pic 9.
           02                              pic x(2) VALUE SPACES.
           02 codeClientRetourEd           pic x(6).
           02                              pic x VALUE SPACE.
           02 codeSpectRetourEd            pic x(7).
           02                              pic x(4) VALUE SPACES.
           02 montantRetourEd              pic zzzzzz9,99.
           02                              pic x VALUE SPACE.
           02 codeMotifRetourEd            pic x(4).
           02                              pic x(2) VALUE SPACES.
           02 etatMandatRetourEd           pic x(7).
       01 LigneBilanRetoursLus.
           02                              pic x(35)
               VALUE "Retours de prelevement lus      : ".
           02 nbRetoursLusEd               pic zzzz9.
       01 LigneBilanRetoursAppliques.
           02                              pic x(35)
               VALUE "Prelevements contre-passes      : ".
           02 nbRetoursAppliquesEd         pic zzzz9.
           02                              pic x(4) VALUE SPACES.
           02 montantTotalRetoursEd        pic zzzzzzzz9,99.
       01 LigneBilanMandatsRevoques.
           02                              pic x(35)
               VALUE "Mandats revoques sur motif      : ".
           02 nbMandatsRevoquesEd          pic zzzz9.
       01 LigneBilanRetoursRejetes.
           02                              pic x(35)
               VALUE "Retours rejetes                 : ".
           02 nbRetoursRejetesEd           pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    fichier des retours de la banque : chaque prelevement
      *    rejete est marque au registre et contre-passe par une
      *    transaction de rejet de reglement au mode "P" -- le
      *    traitement de nuit rouvre l'echeance au grand livre et le
      *    client passe en incident de paiement ; l'echeance de
      *    groupe retourne a la relance par lettre. Un motif qui rend
      *    le mandat caduc (compte clos, mandat inexistant, debiteur
      *    decede) le revoque : les echeances suivantes ne sont plus
      *    presentees
           perform prendreVerrou.
           accept dateTraitementJour from date YYYYMMDD.
           perform lireParamTraitementRetours.

           OPEN INPUT FiRetours.
           OPEN I-O FiPrelevements FiMandats.
           OPEN EXTEND FiMajSortie.
           OPEN OUTPUT FiRapportRetours FiRejetsRetours.

           move dateTraitementJour to dateTraitementEd.
           display LigneEnteteRetours.
           move LigneEnteteRetours to EnregRapportRetours.
           write EnregRapportRetours.
           move LigneTitresRetours to EnregRapportRetours.
           write EnregRapportRetours.

           read FiRetours
               at end move "10" to fs-fiRetours
           end-read.
           perform traiteRetour until finFiRetours.

           perform ecritBilanRetours.

           CLOSE FiRetours FiPrelevements FiMandats FiMajSortie
                 FiRapportRetours FiRejetsRetours.
           perform libererVerrou.
           STOP RUN.

       prendreVerrou.
      *****************************************
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
           move "RetoursPrelevements" to nomProgrammeVerrou.
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

       lireParamTraitementRetours.
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

       traiteRetour.
      *****************************************
           add 1 to nbRetoursLus.
           perform valideRetourPrlv.
           if valideRetour
               perform appliqueRetour
           end-if.
           read FiRetours
               at end move "10" to fs-fiRetours
           end-read.

       valideRetourPrlv.
      *****************************************
           move "O" to retourValide.
           if prefixeReferenceRetour not = "PRLV"
               move 1 to codeErreurRetourNum
               perform rejetteRetour
           else
               move clePrelevementRetour to clePrelevement
               read FiPrelevements
                   invalid key
                       move 1 to codeErreurRetourNum
                       perform rejetteRetour
               end-read
           end-if.
           if valideRetour and not prelevementEmis
               move 2 to codeErreurRetourNum
               perform rejetteRetour
           end-if.
           if valideRetour and montantRetour is numeric
                   and montantRetour not = montantPrlv
               move 3 to codeErreurRetourNum
               perform rejetteRetour
           end-if.

       appliqueRetour.
      *****************************************
           move "R" to etatPrlv.
           if dateRetour is numeric and dateRetour > 0
               move dateRetour to dateRejetPrlv
           else
               move dateTraitementJour to dateRejetPrlv
           end-if.
           move codeMotifRetour to motifRejetPrlv.
           rewrite EnregPrelevement
               invalid key continue
           end-rewrite.
           move codeClientPrlv to codeClientRejetPrlv.
           move codeSpectPrlv to codeSpectRejetPrlv.
           move dateRepresentationPrlv to dateRepresentationRejetPrlv.
           move montantPrlv to montantRejetPrlv.
           move dateEcheancePrlv to dateReglementRejetPrlv.
           move spaces to EnregMajSortie.
           move TransactionRejetPrlv to EnregMajSortie.
           write EnregMajSortie.
           add 1 to nbRetoursAppliques.
           add montantPrlv to montantTotalRetours.
           move spaces to etatMandatRetourEd.
           if motifMandatCaduc
               perform revoqueMandatRetour
           end-if.
           move typeEcheancierPrlv to typeEcheancierEd.
           move numeroEcheancierPrlv to numeroEcheancierEd.
           move rangEcheancePrlv to rangEcheanceEd.
           move codeClientPrlv to codeClientRetourEd.
           move codeSpectPrlv to codeSpectRetourEd.
           move montantPrlv to montantRetourEd.
           move codeMotifRetour to codeMotifRetourEd.
           display LigneRetour.
           move LigneRetour to EnregRapportRetours.
           write EnregRapportRetours.

       revoqueMandatRetour.
      *****************************************
           move codeClientPrlv to codeClientMandat.
           read FiMandats
               invalid key continue
               not invalid key
                   if mandatActif
                       move "R" to etatMandat
                       move dateRejetPrlv to dateRevocationMandat
                       rewrite EnregMandat
                           invalid key continue
                       end-rewrite
                       add 1 to nbMandatsRevoques
                       move "REVOQUE" to etatMandatRetourEd
                   end-if
           end-read.

       rejetteRetour.
      *****************************************
           move "N" to retourValide.
           move codeErreurRetourNum to codeErreurRejetRetour.
           move libelleErreurRetour(codeErreurRetourNum)
               to descriptionRejetRetour.
           move EnregRetour to ligneRejetRetour.
           write EnregRejetRetour.
           add 1 to nbRetoursRejetes.

       ecritBilanRetours.
      *****************************************
           move nbRetoursLus to nbRetoursLusEd.
           move nbRetoursAppliques to nbRetoursAppliquesEd.
           move montantTotalRetours to montantTotalRetoursEd.
           move nbMandatsRevoques to nbMandatsRevoquesEd.
           move nbRetoursRejetes to nbRetoursRejetesEd.
           display LigneBilanRetoursLus.
           display LigneBilanRetoursAppliques.
           display LigneBilanMandatsRevoques.
           display LigneBilanRetoursRejetes.
           move LigneBilanRetoursLus to EnregRapportRetours.
           write EnregRapportRetours.
           move LigneBilanRetoursAppliques to EnregRapportRetours.
           write EnregRapportRetours.
           move LigneBilanMandatsRevoques to EnregRapportRetours.
           write EnregRapportRetours.
           move LigneBilanRetoursRejetes to EnregRapportRetours.
           write EnregRapportRetours.

       end program RetoursPrelevements.
