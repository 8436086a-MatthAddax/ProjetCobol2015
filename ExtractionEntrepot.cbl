       program-id. ExtractionEntrepot as "ExtractionEntrepot".

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

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiSieges
              assign "../Fichiers/SIEGES.IND"
              organization is indexed access mode is dynamic
              record key is cleSiege
                  file status is fs-fiSieges.

          select optional FiCreances
              assign "../Fichiers/creances.seq"
              organization is line sequential
              file status is fs-fiCreances.

          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiAudit
              assign "../Fichiers/auditSpectacles.seq"
              organization is line sequential
              file status is fs-fiAudit.

          select optional FiImage assign using nomImage
              organization is line sequential
              file status is fs-fiImage.

          select optional FiImageNouvelle assign using nomImageNouvelle
              organization is line sequential
              file status is fs-fiImageNouvelle.

          select FiExtrait assign using nomExtrait
              organization is line sequential
              file status is fs-fiExtrait.

          select optional FiEtatEntrepot
              assign "../Fichiers/entrepotEtat.seq"
              organization is line sequential
              file status is fs-fiEtatEntrepot.

          select optional FiControlesEntrepot
              assign "../Fichiers/entrepotControles.seq"
              organization is line sequential
              file status is fs-fiControlesEntrepot.
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
       FD FiClient.
       01 EnregClient.
           02 codeClientMaster             pic x(6).
           02 nomClientMaster              pic x(20).
           02 adresseClientMaster.
               03 rueClientMaster          pic x(38).
               03 codePostalClientMaster   pic x(5).
               03 communeClientMaster      pic x(30).
               03 paysClientMaster         pic x(2).
           02 telephoneClientMaster        pic x(12).
           02 emailClientMaster            pic x(40).
           02 etatClientMaster             pic x.
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
       FD FiSieges.
       01 EnregSiege.
           02 cleSiege.
               03 codeSpectSiege           pic x(7).
               03 dateSiege                pic 9(8).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiCreances.
       01 EnregCreance.
           02 codeClientCreance            pic x(6).
           02 sensCreance                  pic x.
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
           02 nbPlacesDetail                pic 99.
           02 codeClientDetail             pic x(6).
           02 nomClientDetail              pic x(20).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiAudit.
       01 EnregAudit.
           02 codeSpectAudit               pic x(7).
           02 champModifieAudit            pic x(20).
           02 ancienneValeurAudit          pic x(20).
           02 nouvelleValeurAudit          pic x(20).
           02 dateAuditAudit               pic 9(6).
           02 heureAuditAudit              pic 9(8).
           02 raisonAnnulationAudit        pic 9.
           02 dateAnnulationAudit          pic 9(8).
       FD FiImage.
      *    image d'un fichier maitre au dernier extrait valide,
      *    enregistrements tels quels dans l'ordre de la cle
       01 EnregImage                       pic x(160).
       FD FiImageNouvelle.
       01 EnregImageNouvelle               pic x(160).
       FD FiExtrait.
      *    extrait des changements pour l'entrepot du groupe, une
      *    ligne par changement, zones separees par ";" et de
      *    largeur fixe (textes completes a blanc, montants avec
      *    point decimal) :
      *      numero de run ; fichier ; operation ; date du run ;
      *      zones de l'enregistrement dans l'ordre de son dessin
      *    operations : A ajout, M modification (image complete
      *    apres changement), S suppression (derniere image connue)
      *    sur SPECTACLE, CLIENT et SIEGES ; I insertion sur
      *    CREANCES, DETAIL et AUDIT ; R reprise complete d'un
      *    journal reorganise (cloture des creances...), qui
      *    remplace tout ce que l'entrepot tient de ce journal ;
      *    F ligne de fin du run, avec le nombre de lignes de
      *    changement -- un extrait sans ligne F est incomplet
       01 EnregExtrait                     pic x(300).
       FD FiEtatEntrepot.
      *    etat des extraits : dernier run, sa phase, les reperes
      *    des journaux (lignes deja extraites et image de la
      *    derniere) et les comptes du run, repris au redemarrage
       01 EnregEtatEntrepot.
           02 idDernierRun                 pic 9(6).
           02 dateDernierRun               pic 9(8).
           02 phaseRun                     pic x.
               88 runEnValidation      value "C".
               88 runTermine           value "T".
           02 repereJournalEtat OCCURS 3.
               03 nbLignesRepereEtat       pic 9(9).
               03 derniereLigneRepereEtat  pic x(100).
           02 compteFichierEtat OCCURS 6.
               03 nbAjoutsEtat             pic 9(7).
               03 nbModifsEtat             pic 9(7).
               03 nbSuppressionsEtat       pic 9(7).
               03 reorganiseEtat           pic x.
       FD FiControlesEntrepot.
      *    enregistrement de controle de chaque run : une ligne par
      *    fichier extrait, rapprochee par l'entrepot de ce qu'il a
      *    charge ; pour un journal, les insertions sont en ajouts
       01 EnregControleEntrepot.
           02 idRunControle                pic 9(6).
           02 dateRunControle              pic 9(8).
           02 codeFichierControle          pic x(12).
           02 nbAjoutsControle             pic 9(7).
           02 nbModifsControle             pic 9(7).
           02 nbSuppressionsControle       pic 9(7).
           02 reorganiseControle           pic x.

       working-storage section.
      *----------------------------------------
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiClient                      pic x(2).
       77 fs-fiSieges                      pic x(2).
       77 fs-fiCreances                    pic x(2).
       77 fs-fiReservationsDetail          pic x(2).
       77 fs-fiAudit                       pic x(2).
       77 fs-fiImage                       pic x(2).
           88 finFiImage            VALUE "10".
       77 fs-fiImageNouvelle               pic x(2).
           88 finFiImageNouvelle    VALUE "10".
       77 fs-fiExtrait                     pic x(2).
       77 fs-fiEtatEntrepot                pic x(2).
       77 fs-fiControlesEntrepot           pic x(2).
           88 finFiControlesEntrepot VALUE "10".
       77 nomImage                         pic x(60).
       77 nomImageNouvelle                 pic x(60).
       77 nomExtrait                       pic x(60).
       77 idRunCourant                     pic 9(6).
       77 dateRunCourant                   pic 9(8).
       77 iFichier                         pic 9.
       77 iJournal                         pic 9.
       77 fs-journal                       pic x(2).
           88 finJournal            VALUE "10".
       77 nbLignesJournal                  pic 9(9).
       77 nbLignesExtrait                  pic 9(9) value 0.
       77 maitreAbsentFlag                 pic x.
           88 maitreAbsent          VALUE "O".
       77 controlesDejaEcritsFlag          pic x.
           88 controlesDejaEcrits   VALUE "O".
       77 cleCourante                      pic x(19).
       77 cleImage                         pic x(19).
       77 enregCourantMaitre               pic x(160).
       77 enregAFormater                   pic x(160).
       77 ligneJournalCourante             pic x(100).
       77 operationCourante                pic x.
       01 tabFichiersEntrepot.
           02                              pic x(12) VALUE "SPECTACLE".
           02                              pic x(12) VALUE "CLIENT".
           02                              pic x(12) VALUE "SIEGES".
           02                              pic x(12) VALUE "CREANCES".
           02                              pic x(12) VALUE "DETAIL".
           02                              pic x(12) VALUE "AUDIT".
       01 REDEFINES tabFichiersEntrepot.
           02 codeFichierT                 pic x(12) OCCURS 6.
      *    longueur de la cle en tete de l'enregistrement maitre
       01 tabLongueursCles.
           02                              pic 99 VALUE 7.
           02                              pic 99 VALUE 6.
           02                              pic 99 VALUE 19.
       01 REDEFINES tabLongueursCles.
           02 longueurCleT                 pic 99 OCCURS 3.
       01 tabReperesJournaux.
           02 repereJournal OCCURS 3.
               03 nbLignesRepere           pic 9(9).
               03 derniereLigneRepere      pic x(100).
               03 reorganiseFlag           pic x.
                   88 journalReorganise  VALUE "O".
       01 tabComptesFichiers.
           02 compteFichier OCCURS 6.
               03 nbAjouts                 pic 9(7).
               03 nbModifs                 pic 9(7).
               03 nbSuppressions           pic 9(7).
               03 reorganiseCompte         pic x.
       01 LigneExtrait.
           02 idRunExtrait                 pic 9(6).
           02                              pic x VALUE ";".
           02 codeFichierExtrait           pic x(12).
           02                              pic x VALUE ";".
           02 operationExtrait             pic x.
           02                              pic x VALUE ";".
           02 dateRunExtrait               pic 9(8).
           02                              pic x VALUE ";".
           02 donneesExtrait               pic x(260).
       01 DonneesSpectacleExt.
           02 codeSpectExt                 pic x(7).
           02                              pic x VALUE ";".
           02 titreExt                     pic x(30).
           02                              pic x VALUE ";".
           02 numSalleExt                  pic 9(2).
           02                              pic x VALUE ";".
           02 dateRepresentationExt        pic 9(8).
           02                              pic x VALUE ";".
           02 nbReservations1Ext           pic 9(3).
           02                              pic x VALUE ";".
           02 nbReservations2Ext           pic 9(3).
           02                              pic x VALUE ";".
           02 nbReservations3Ext           pic 9(3).
           02                              pic x VALUE ";".
           02 nbAccessiblesExt             pic 9(3).
           02                              pic x VALUE ";".
           02 nbAllocations1Ext            pic 9(3).
           02                              pic x VALUE ";".
           02 nbAllocations2Ext            pic 9(3).
           02                              pic x VALUE ";".
           02 nbAllocations3Ext            pic 9(3).
       01 DonneesClientExt.
           02 codeClientExt                pic x(6).
           02                              pic x VALUE ";".
           02 nomClientExt                 pic x(20).
           02                              pic x VALUE ";".
           02 rueClientExt                 pic x(38).
           02                              pic x VALUE ";".
           02 codePostalClientExt          pic x(5).
           02                              pic x VALUE ";".
           02 communeClientExt             pic x(30).
           02                              pic x VALUE ";".
           02 paysClientExt                pic x(2).
           02                              pic x VALUE ";".
           02 telephoneClientExt           pic x(12).
           02                              pic x VALUE ";".
           02 emailClientExt               pic x(40).
           02                              pic x VALUE ";".
           02 etatClientExt                pic x.
           02                              pic x VALUE ";".
           02 incidentClientExt            pic x.
           02                              pic x VALUE ";".
           02 emailInvalideClientExt       pic x.
       01 DonneesSiegeExt.
           02 codeSpectSiegeExt            pic x(7).
           02                              pic x VALUE ";".
           02 dateSiegeExt                 pic 9(8).
           02                              pic x VALUE ";".
           02 numeroSiegeExt               pic 9(4).
           02                              pic x VALUE ";".
           02 categSiegeExt                pic 9.
           02                              pic x VALUE ";".
           02 codeClientSiegeExt           pic x(6).
           02                              pic x VALUE ";".
           02 surreservationSiegeExt       pic x.
       01 DonneesCreanceExt.
           02 codeClientCreanceExt         pic x(6).
           02                              pic x VALUE ";".
           02 sensCreanceExt               pic x.
           02                              pic x VALUE ";".
           02 codeSpectCreanceExt          pic x(7).
           02                              pic x VALUE ";".
           02 dateRepresentationCreanceExt pic 9(8).
           02                              pic x VALUE ";".
           02 montantCreanceExt            pic 9(5).99.
           02                              pic x VALUE ";".
           02 dateMouvementCreanceExt      pic 9(8).
           02                              pic x VALUE ";".
           02 modeReglementCreanceExt      pic x.
           02                              pic x VALUE ";".
           02 canalVenteCreanceExt         pic x.
           02                              pic x VALUE ";".
           02 dateRejetCreanceExt          pic 9(8).
           02                              pic x VALUE ";".
           02 sensReporteCreanceExt        pic x.
       01 DonneesDetailExt.
           02 codeSpectDetailExt           pic x(7).
           02                              pic x VALUE ";".
           02 dateRepresentationDetailExt  pic 9(8).
           02                              pic x VALUE ";".
           02 categDetailExt               pic 9.
           02                              pic x VALUE ";".
           02 nbPlacesDetailExt            pic 9(2).
           02                              pic x VALUE ";".
           02 codeClientDetailExt          pic x(6).
           02                              pic x VALUE ";".
           02 nomClientDetailExt           pic x(20).
           02                              pic x VALUE ";".
           02 typeMouvementDetailExt       pic x.
           02                              pic x VALUE ";".
           02 nbAccessiblesDetailExt       pic 9(2).
           02                              pic x VALUE ";".
           02 montantDetailExt             pic 9(5).99.
           02                              pic x VALUE ";".
           02 canalVenteDetailExt          pic x.
       01 DonneesAuditExt.
           02 codeSpectAuditExt            pic x(7).
           02                              pic x VALUE ";".
           02 champModifieAuditExt         pic x(20).
           02                              pic x VALUE ";".
           02 ancienneValeurAuditExt       pic x(20).
           02                              pic x VALUE ";".
           02 nouvelleValeurAuditExt       pic x(20).
           02                              pic x VALUE ";".
           02 dateAuditExt                 pic 9(6).
           02                              pic x VALUE ";".
           02 heureAuditExt                pic 9(8).
           02                              pic x VALUE ";".
           02 raisonAnnulationAuditExt     pic 9.
           02                              pic x VALUE ";".
           02 dateAnnulationAuditExt       pic 9(8).
       01 LigneFinExtrait.
           02 idRunFin                     pic 9(6).
           02                              pic x(5) VALUE ";FIN;".
           02                              pic x VALUE "F".
           02                              pic x VALUE ";".
           02 dateRunFin                   pic 9(8).
           02                              pic x VALUE ";".
           02 nbLignesFin                  pic 9(9).
       01 LigneBilanRun.
           02                              pic x(35)
               VALUE "Extrait entrepot, run           : ".
           02 idRunBilanEd                 pic zzzzz9.
       01 LigneBilanFichier.
           02                              pic x(2) VALUE SPACES.
           02 codeFichierBilanEd           pic x(12).
           02                              pic x(9) VALUE " ajouts ".
           02 nbAjoutsBilanEd              pic zzzzzz9.
           02                              pic x(9) VALUE " modifs ".
           02 nbModifsBilanEd              pic zzzzzz9.
           02                              pic x(13)
               VALUE " suppressions".
           02                              pic x VALUE SPACE.
           02 nbSuppressionsBilanEd        pic zzzzzz9.
           02                              pic x VALUE SPACE.
           02 reorganiseBilanEd            pic x(11).

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    extrait quotidien des changements pour l'entrepot du
      *    groupe : les fichiers maitres sont compares a leur image
      *    du dernier extrait valide, les journaux repartent du
      *    repere de la derniere ligne extraite. Le run se valide en
      *    deux temps : l'etat passe en validation avec les nouveaux
      *    reperes, puis les images sont remplacees et l'etat
      *    termine ; un arret avant la validation refait le meme
      *    run sous le meme numero (l'extrait est reecrit), un
      *    arret pendant la validation l'acheve sans rien extraire
      *    de nouveau -- aucun changement n'est perdu ni double
           accept dateRunCourant from date YYYYMMDD.
           perform lireEtatEntrepot.
           if runEnValidation
               display "Run " idDernierRun " interrompu en "
                       "validation : validation achevee"
               move idDernierRun to idRunCourant
               move dateDernierRun to dateRunCourant
               perform valideRunEntrepot
               perform ecritBilanEntrepot
               STOP RUN
           end-if.
           add 1 to idDernierRun giving idRunCourant.

           move spaces to nomExtrait.
           string "../Fichiers/entrepotExtrait" idRunCourant ".seq"
               delimited by size into nomExtrait
           end-string.
           OPEN OUTPUT FiExtrait.
           if fs-fiExtrait not = "00"
               display "Extrait " nomExtrait " impossible a creer : "
                       "run abandonne"
               move 8 to return-code
               STOP RUN
           end-if.
           move idRunCourant to idRunExtrait.
           move dateRunCourant to dateRunExtrait.
           perform extraitFichierMaitre
               varying iFichier from 1 by 1 until iFichier > 3.
           perform extraitJournal
               varying iJournal from 1 by 1 until iJournal > 3.
           move idRunCourant to idRunFin.
           move dateRunCourant to dateRunFin.
           move nbLignesExtrait to nbLignesFin.
           move LigneFinExtrait to EnregExtrait.
           write EnregExtrait.
           CLOSE FiExtrait.

           move "C" to phaseRun.
           perform ecritEtatEntrepot.
           perform valideRunEntrepot.
           perform ecritBilanEntrepot.
           STOP RUN.

       lireEtatEntrepot.
      *****************************************
      *    premier run : pas d'etat, tout est extrait en ajouts et
      *    en insertions
           move 0 to idDernierRun.
           move 0 to dateDernierRun.
           move "T" to phaseRun.
           perform varying iJournal from 1 by 1 until iJournal > 3
               move 0 to nbLignesRepereEtat(iJournal)
               move spaces to derniereLigneRepereEtat(iJournal)
           end-perform.
           OPEN INPUT FiEtatEntrepot.
           if fs-fiEtatEntrepot = "00"
               read FiEtatEntrepot
                   at end move "T" to phaseRun
               end-read
           end-if.
           CLOSE FiEtatEntrepot.
           perform varying iJournal from 1 by 1 until iJournal > 3
               move nbLignesRepereEtat(iJournal)
                   to nbLignesRepere(iJournal)
               move derniereLigneRepereEtat(iJournal)
                   to derniereLigneRepere(iJournal)
               move "N" to reorganiseFlag(iJournal)
           end-perform.
           perform varying iFichier from 1 by 1 until iFichier > 6
               if runEnValidation
                   move nbAjoutsEtat(iFichier) to nbAjouts(iFichier)
                   move nbModifsEtat(iFichier) to nbModifs(iFichier)
                   move nbSuppressionsEtat(iFichier)
                       to nbSuppressions(iFichier)
                   move reorganiseEtat(iFichier)
                       to reorganiseCompte(iFichier)
               else
                   move 0 to nbAjouts(iFichier)
                   move 0 to nbModifs(iFichier)
                   move 0 to nbSuppressions(iFichier)
                   move "N" to reorganiseCompte(iFichier)
               end-if
           end-perform.

       ecritEtatEntrepot.
      *****************************************
      *    l'appelant garnit phaseRun
           move idRunCourant to idDernierRun.
           move dateRunCourant to dateDernierRun.
           perform varying iJournal from 1 by 1 until iJournal > 3
               move nbLignesRepere(iJournal)
                   to nbLignesRepereEtat(iJournal)
               move derniereLigneRepere(iJournal)
                   to derniereLigneRepereEtat(iJournal)
           end-perform.
           perform varying iFichier from 1 by 1 until iFichier > 6
               move nbAjouts(iFichier) to nbAjoutsEtat(iFichier)
               move nbModifs(iFichier) to nbModifsEtat(iFichier)
               move nbSuppressions(iFichier)
                   to nbSuppressionsEtat(iFichier)
               move reorganiseCompte(iFichier)
                   to reorganiseEtat(iFichier)
           end-perform.
           OPEN OUTPUT FiEtatEntrepot.
           write EnregEtatEntrepot.
           CLOSE FiEtatEntrepot.

       valideRunEntrepot.
      *****************************************
      *    chaque etape se refait sans dommage : les controles du
      *    run ne sont ecrits qu'une fois, les images sont recopiees
      *    en entier
           perform chercheControlesRun.
           if not controlesDejaEcrits
               OPEN EXTEND FiControlesEntrepot
               perform ecritControleFichier
                   varying iFichier from 1 by 1 until iFichier > 6
               CLOSE FiControlesEntrepot
           end-if.
           perform remplaceImageMaitre
               varying iFichier from 1 by 1 until iFichier > 3.
           move "T" to phaseRun.
           perform ecritEtatEntrepot.

       chercheControlesRun.
      *****************************************
           move "N" to controlesDejaEcritsFlag.
           OPEN INPUT FiControlesEntrepot.
           if fs-fiControlesEntrepot = "00"
               read FiControlesEntrepot
                   at end move "10" to fs-fiControlesEntrepot
               end-read
               perform noteControleRun
                   until finFiControlesEntrepot
           end-if.
           CLOSE FiControlesEntrepot.

       noteControleRun.
      *****************************************
           if idRunControle = idRunCourant
               move "O" to controlesDejaEcritsFlag
           end-if.
           read FiControlesEntrepot
               at end move "10" to fs-fiControlesEntrepot
           end-read.

       ecritControleFichier.
      *****************************************
           move idRunCourant to idRunControle.
           move dateRunCourant to dateRunControle.
           move codeFichierT(iFichier) to codeFichierControle.
           move nbAjouts(iFichier) to nbAjoutsControle.
           move nbModifs(iFichier) to nbModifsControle.
           move nbSuppressions(iFichier) to nbSuppressionsControle.
           move reorganiseCompte(iFichier) to reorganiseControle.
           write EnregControleEntrepot.

       construitNomsImages.
      *****************************************
           move spaces to nomImage.
           string "../Fichiers/entrepotImage"
                  codeFichierT(iFichier) delimited by space
                  ".seq" delimited by size
               into nomImage
           end-string.
           move spaces to nomImageNouvelle.
           string "../Fichiers/entrepotImage"
                  codeFichierT(iFichier) delimited by space
                  "Nouvelle.seq" delimited by size
               into nomImageNouvelle
           end-string.

       remplaceImageMaitre.
      *****************************************
           perform construitNomsImages.
           OPEN INPUT FiImageNouvelle.
           if fs-fiImageNouvelle = "00"
               OPEN OUTPUT FiImage
               read FiImageNouvelle
                   at end move "10" to fs-fiImageNouvelle
               end-read
               perform recopieLigneImage until finFiImageNouvelle
               CLOSE FiImage
           end-if.
           CLOSE FiImageNouvelle.

       recopieLigneImage.
      *****************************************
           move EnregImageNouvelle to EnregImage.
           write EnregImage.
           read FiImageNouvelle
               at end move "10" to fs-fiImageNouvelle
           end-read.

       extraitFichierMaitre.
      *****************************************
      *    rapprochement par la cle du fichier maitre et de son
      *    image, tous deux dans l'ordre de la cle ; la nouvelle
      *    image est l'etat courant du fichier
           perform construitNomsImages.
           OPEN INPUT FiImage.
           OPEN OUTPUT FiImageNouvelle.
           perform ouvreMaitre.
           perform litImage.
           if maitreAbsent
      *    un fichier maitre illisible n'est pas un fichier vide :
      *    l'image est reconduite, rien n'est extrait
               display codeFichierT(iFichier) " illisible : image "
                       "reconduite, aucun changement extrait"
               perform reconduitImage until finFiImage
           else
               perform litMaitre
               perform rapprocheMaitreImage
                   until cleCourante = high-values
                       and cleImage = high-values
               perform fermeMaitre
           end-if.
           CLOSE FiImage FiImageNouvelle.

       reconduitImage.
      *****************************************
           move EnregImage to EnregImageNouvelle.
           write EnregImageNouvelle.
           perform litImage.

       rapprocheMaitreImage.
      *****************************************
           if cleCourante < cleImage
               move "A" to operationCourante
               move enregCourantMaitre to enregAFormater
               perform ecritChangement
               add 1 to nbAjouts(iFichier)
               move enregCourantMaitre to EnregImageNouvelle
               write EnregImageNouvelle
               perform litMaitre
           else
               if cleCourante > cleImage
                   move "S" to operationCourante
                   move EnregImage to enregAFormater
                   perform ecritChangement
                   add 1 to nbSuppressions(iFichier)
                   perform litImage
               else
                   if enregCourantMaitre not = EnregImage
                       move "M" to operationCourante
                       move enregCourantMaitre to enregAFormater
                       perform ecritChangement
                       add 1 to nbModifs(iFichier)
                   end-if
                   move enregCourantMaitre to EnregImageNouvelle
                   write EnregImageNouvelle
                   perform litMaitre
                   perform litImage
               end-if
           end-if.

       litImage.
      *****************************************
           read FiImage
               at end move "10" to fs-fiImage
           end-read.
           if finFiImage or fs-fiImage not = "00"
               move "10" to fs-fiImage
               move high-values to cleImage
           else
               move spaces to cleImage
               move EnregImage(1:longueurCleT(iFichier)) to cleImage
           end-if.

       ouvreMaitre.
      *****************************************
           move "N" to maitreAbsentFlag.
           evaluate iFichier
               when 1
                   OPEN INPUT FiSpectacle
                   if fs-fiSpectacle not = "00"
                       move "O" to maitreAbsentFlag
                   else
                       move low-values to codeSpect
                       start FiSpectacle key is >= codeSpect
                           invalid key move "10" to fs-fiSpectacle
                       end-start
                   end-if
               when 2
                   OPEN INPUT FiClient
                   if fs-fiClient not = "00"
                       move "O" to maitreAbsentFlag
                   else
                       move low-values to codeClientMaster
                       start FiClient key is >= codeClientMaster
                           invalid key move "10" to fs-fiClient
                       end-start
                   end-if
               when 3
                   OPEN INPUT FiSieges
                   if fs-fiSieges not = "00"
                       move "O" to maitreAbsentFlag
                   else
                       move low-values to cleSiege
                       start FiSieges key is >= cleSiege
                           invalid key move "10" to fs-fiSieges
                       end-start
                   end-if
           end-evaluate.

       litMaitre.
      *****************************************
           move high-values to cleCourante.
           evaluate iFichier
               when 1
                   if fs-fiSpectacle = "00"
                       read FiSpectacle next
                           at end move "10" to fs-fiSpectacle
                       end-read
                   end-if
                   if fs-fiSpectacle = "00"
                       move EnregSpectacle to enregCourantMaitre
                   end-if
               when 2
                   if fs-fiClient = "00"
                       read FiClient next
                           at end move "10" to fs-fiClient
                       end-read
                   end-if
                   if fs-fiClient = "00"
                       move EnregClient to enregCourantMaitre
                   end-if
               when 3
                   if fs-fiSieges = "00"
                       read FiSieges next
                           at end move "10" to fs-fiSieges
                       end-read
                   end-if
                   if fs-fiSieges = "00"
                       move EnregSiege to enregCourantMaitre
                   end-if
           end-evaluate.
           if (iFichier = 1 and fs-fiSpectacle = "00")
                   or (iFichier = 2 and fs-fiClient = "00")
                   or (iFichier = 3 and fs-fiSieges = "00")
               move spaces to cleCourante
               move enregCourantMaitre(1:longueurCleT(iFichier))
                   to cleCourante
           end-if.

       fermeMaitre.
      *****************************************
           evaluate iFichier
               when 1 CLOSE FiSpectacle
               when 2 CLOSE FiClient
               when 3 CLOSE FiSieges
           end-evaluate.

       extraitJournal.
      *****************************************
      *    un journal plus court que son repere, ou dont la ligne au
      *    repere n'est plus celle extraite, a ete reorganise : il
      *    est repris en entier sous l'operation R
           compute iFichier = iJournal + 3.
           perform compteLignesJournal.
           if nbLignesRepere(iJournal) > 0
               if nbLignesJournal < nbLignesRepere(iJournal)
                   move "O" to reorganiseFlag(iJournal)
               end-if
           end-if.
           if journalReorganise(iJournal)
               move "O" to reorganiseCompte(iFichier)
               display codeFichierT(iFichier) " reorganise depuis "
                       "le dernier extrait : reprise complete"
           end-if.
           perform ouvreJournal.
           move 0 to nbLignesJournal.
           perform litJournal.
           perform extraitLigneJournal until finJournal.
           perform fermeJournal.
           move nbLignesJournal to nbLignesRepere(iJournal).

       compteLignesJournal.
      *****************************************
           perform ouvreJournal.
           move 0 to nbLignesJournal.
           perform litJournal.
           perform compteLigneJournal until finJournal.
           perform fermeJournal.

       compteLigneJournal.
      *****************************************
           add 1 to nbLignesJournal.
           if nbLignesJournal = nbLignesRepere(iJournal)
                   and ligneJournalCourante
                       not = derniereLigneRepere(iJournal)
               move "O" to reorganiseFlag(iJournal)
           end-if.
           perform litJournal.

       extraitLigneJournal.
      *****************************************
           add 1 to nbLignesJournal.
           if journalReorganise(iJournal)
               move "R" to operationCourante
               perform ecritChangement
               add 1 to nbAjouts(iFichier)
           else
               if nbLignesJournal > nbLignesRepere(iJournal)
                   move "I" to operationCourante
                   perform ecritChangement
                   add 1 to nbAjouts(iFichier)
               end-if
           end-if.
           move ligneJournalCourante to derniereLigneRepere(iJournal).
           perform litJournal.

       ouvreJournal.
      *****************************************
           evaluate iJournal
               when 1 OPEN INPUT FiCreances
                      move fs-fiCreances to fs-journal
               when 2 OPEN INPUT FiReservationsDetail
                      move fs-fiReservationsDetail to fs-journal
               when 3 OPEN INPUT FiAudit
                      move fs-fiAudit to fs-journal
           end-evaluate.
           if fs-journal not = "00"
               move "10" to fs-journal
           end-if.

       litJournal.
      *****************************************
           if not finJournal
               evaluate iJournal
                   when 1
                       read FiCreances
                           at end move "10" to fs-journal
                       end-read
                       move EnregCreance to ligneJournalCourante
                   when 2
                       read FiReservationsDetail
                           at end move "10" to fs-journal
                       end-read
                       move EnregReservationDetail
                           to ligneJournalCourante
                   when 3
                       read FiAudit
                           at end move "10" to fs-journal
                       end-read
                       move EnregAudit to ligneJournalCourante
               end-evaluate
           end-if.

       fermeJournal.
      *****************************************
           evaluate iJournal
               when 1 CLOSE FiCreances
               when 2 CLOSE FiReservationsDetail
               when 3 CLOSE FiAudit
           end-evaluate.

       ecritChangement.
      *****************************************
      *    l'appelant garnit operationCourante, et enregAFormater
      *    pour un fichier maitre ; une ligne de journal est deja
      *    dans son enregistrement
           move codeFichierT(iFichier) to codeFichierExtrait.
           move operationCourante to operationExtrait.
           move spaces to donneesExtrait.
           evaluate iFichier
               when 1 perform formateSpectacle
               when 2 perform formateClient
               when 3 perform formateSiege
               when 4 perform formateCreance
               when 5 perform formateDetail
               when 6 perform formateAudit
           end-evaluate.
           move LigneExtrait to EnregExtrait.
           write EnregExtrait.
           add 1 to nbLignesExtrait.

       formateSpectacle.
      *****************************************
           move enregAFormater to EnregSpectacle.
           move codeSpect to codeSpectExt.
           move titre to titreExt.
           move numSalle to numSalleExt.
           move dateRepresentation to dateRepresentationExt.
           move nbReservations(1) to nbReservations1Ext.
           move nbReservations(2) to nbReservations2Ext.
           move nbReservations(3) to nbReservations3Ext.
           move nbReservationsAccessibles to nbAccessiblesExt.
           move nbAllocations(1) to nbAllocations1Ext.
           move nbAllocations(2) to nbAllocations2Ext.
           move nbAllocations(3) to nbAllocations3Ext.
           move DonneesSpectacleExt to donneesExtrait.

       formateClient.
      *****************************************
           move enregAFormater to EnregClient.
           move codeClientMaster to codeClientExt.
           move nomClientMaster to nomClientExt.
           move rueClientMaster to rueClientExt.
           move codePostalClientMaster to codePostalClientExt.
           move communeClientMaster to communeClientExt.
           move paysClientMaster to paysClientExt.
           move telephoneClientMaster to telephoneClientExt.
           move emailClientMaster to emailClientExt.
           move etatClientMaster to etatClientExt.
           move incidentPaiementClient to incidentClientExt.
           move emailInvalideClient to emailInvalideClientExt.
           move DonneesClientExt to donneesExtrait.

       formateSiege.
      *****************************************
           move enregAFormater to EnregSiege.
           move codeSpectSiege to codeSpectSiegeExt.
           move dateSiege to dateSiegeExt.
           move numeroSiege to numeroSiegeExt.
           move categSiege to categSiegeExt.
           move codeClientSiege to codeClientSiegeExt.
           move surreservationSiege to surreservationSiegeExt.
           move DonneesSiegeExt to donneesExtrait.

       formateCreance.
      *****************************************
           move codeClientCreance to codeClientCreanceExt.
           move sensCreance to sensCreanceExt.
           move codeSpectCreance to codeSpectCreanceExt.
           move dateRepresentationCreance
               to dateRepresentationCreanceExt.
           move montantCreance to montantCreanceExt.
           move dateMouvementCreance to dateMouvementCreanceExt.
           move modeReglementCreance to modeReglementCreanceExt.
           move canalVenteCreance to canalVenteCreanceExt.
           move dateReglementRejeteCreance to dateRejetCreanceExt.
           move sensReporteCreance to sensReporteCreanceExt.
           move DonneesCreanceExt to donneesExtrait.

       formateDetail.
      *****************************************
           move codeSpectDetail to codeSpectDetailExt.
           move dateRepresentationDetail
               to dateRepresentationDetailExt.
           move categDetail to categDetailExt.
           move nbPlacesDetail to nbPlacesDetailExt.
           move codeClientDetail to codeClientDetailExt.
           move nomClientDetail to nomClientDetailExt.
           move typeMouvementDetail to typeMouvementDetailExt.
           move nbPlacesAccessiblesDetail to nbAccessiblesDetailExt.
           move montantFactureDetail to montantDetailExt.
           move canalVenteDetail to canalVenteDetailExt.
           move DonneesDetailExt to donneesExtrait.

       formateAudit.
      *****************************************
           move codeSpectAudit to codeSpectAuditExt.
           move champModifieAudit to champModifieAuditExt.
           move ancienneValeurAudit to ancienneValeurAuditExt.
           move nouvelleValeurAudit to nouvelleValeurAuditExt.
           move dateAuditAudit to dateAuditExt.
           move heureAuditAudit to heureAuditExt.
           move raisonAnnulationAudit to raisonAnnulationAuditExt.
           move dateAnnulationAudit to dateAnnulationAuditExt.
           move DonneesAuditExt to donneesExtrait.

       ecritBilanEntrepot.
      *****************************************
           move idRunCourant to idRunBilanEd.
           display LigneBilanRun.
           perform afficheBilanFichier
               varying iFichier from 1 by 1 until iFichier > 6.

       afficheBilanFichier.
      *****************************************
           move codeFichierT(iFichier) to codeFichierBilanEd.
           move nbAjouts(iFichier) to nbAjoutsBilanEd.
           move nbModifs(iFichier) to nbModifsBilanEd.
           move nbSuppressions(iFichier) to nbSuppressionsBilanEd.
           if reorganiseCompte(iFichier) = "O"
               move "REORGANISE" to reorganiseBilanEd
           else
               move spaces to reorganiseBilanEd
           end-if.
           display LigneBilanFichier.

       end program ExtractionEntrepot.
