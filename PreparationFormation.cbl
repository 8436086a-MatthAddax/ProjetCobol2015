       program-id. PreparationFormation as "PreparationFormation".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiVerrouFormation
              assign "../Fichiers/formationverrou.rel"
              organization is relative access mode is random
              relative key is verrouIDLu
                  file status is fs-fiVerrouFormation.

          select optional FiGeneration
              assign "../Fichiers/generationSauvegarde.seq"
              organization is line sequential
              file status is fs-fiGeneration.

          select FiSalle assign "../Fichiers/SALLE.REL"
              organization is relative access mode is sequential
                  file status is fs-fiSalle.

          select FiSalleFormation
              assign "../Fichiers/formationSALLE.REL"
              organization is relative access mode is random
              relative key is salleIDLu
                  file status is fs-fiSalleFormation.

          select optional FiSourceCopie assign using nomSourceCopie
              organization is line sequential
              file status is fs-fiSourceCopie.

          select FiCibleCopie assign using nomCibleCopie
              organization is line sequential
              file status is fs-fiCibleCopie.

          select FiFormationPrete
              assign "../Fichiers/formationPrete.seq"
              organization is line sequential
              file status is fs-fiFormationPrete.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiVerrouFormation.
       01 EnregVerrou.
           02 etatVerrou                   pic x.
           02 nomProgrammeVerrou           pic x(20).
           02 dateDebutVerrou              pic 9(8).
           02 heureDebutVerrou             pic 9(8).
           02 resultatVerrou               pic x(10).
       FD FiGeneration.
       01 EnregGeneration.
           02 derniereGeneration           pic 9.
       FD FiSalle.
       01 EnregSalle.
           02 salleID                      pic 9(2).
           02 tabPlacesCategories          pic 9(9).
           02 tabPrixCategories            pic x(15).
           02 nomSalle                     pic x(20).
           02 batiment                     pic x(20).
           02 placesAccessibles            pic 9(3).
       FD FiSalleFormation.
       01 EnregSalleFormation              pic x(69).
       FD FiSourceCopie.
       01 EnregSourceCopie                 pic x(300).
       FD FiCibleCopie.
       01 EnregCibleCopie                  pic x(300).
       FD FiFormationPrete.
      *    jeu de formation pret : generation de sauvegarde dont il
      *    est tire, date de preparation, date de derniere remise
      *    a blanc (zero tant que la remise a blanc n'a pas abouti)
       01 EnregFormationPrete.
           02 generationFormation          pic 9.
           02 datePreparationFormation     pic 9(8).
           02 dateReinitFormation          pic 9(8).

       working-storage section.
      *----------------------------------------
       77 fs-fiVerrouFormation             pic x(2).
       77 verrouIDLu                       pic 9.
       77 fs-fiGeneration                  pic x(2).
       77 fs-fiSalle                       pic x(2).
           88 finFiSalle            VALUE "10".
       77 fs-fiSalleFormation              pic x(2).
       77 salleIDLu                        pic 9(2).
       77 fs-fiSourceCopie                 pic x(2).
           88 finFiSourceCopie      VALUE "10".
       77 fs-fiCibleCopie                  pic x(2).
       77 fs-fiFormationPrete              pic x(2).
       77 nomSourceCopie                   pic x(60).
       77 nomCibleCopie                    pic x(60).
       77 generationFormationLue           pic 9 value 0.
       77 dateTraitementJour               pic 9(8).
       77 iCopie                           pic 99.
       77 nbLignesCopiees                  pic 9(7).
       77 nbMembresCopies                  pic 9(2) value 0.
       77 nbParametresCopies               pic 9(2) value 0.
       77 nbSallesCopiees                  pic 9(3) value 0.
       77 generationIncompleteFlag         pic x value "N".
           88 generationIncomplete  VALUE "O".
       77 commandeSysteme                  pic x(40).
       77 codeRetourReinit                 pic s9(4) comp.
      *    membres d'une generation de SauvegardeFichiers, figes en
      *    image de reference du jeu de formation ; le membre des
      *    controles peut manquer sur une generation ancienne
       01 MembresGeneration.
           02                              pic x(12) VALUE "Spectacle".
           02                              pic x(12) VALUE "Attente".
           02                              pic x(12) VALUE "Client".
           02                              pic x(12) VALUE "ResaClient".
           02                              pic x(12) VALUE "Sieges".
           02                              pic x(12) VALUE "Options".
           02                              pic x(12) VALUE "Controles".
       01 REDEFINES MembresGeneration.
           02 membreGenerationT            pic x(12) OCCURS 7.
      *    referentiels et parametres lus par le guichet, recopies
      *    tels quels dans le jeu de formation
       01 ParametresGuichet.
           02                              pic x(24)
               VALUE "tarifs.seq".
           02                              pic x(24)
               VALUE "ParamTraitement.seq".
           02                              pic x(24)
               VALUE "clotureCreances.seq".
           02                              pic x(24)
               VALUE "ouverturesVente.seq".
           02                              pic x(24)
               VALUE "clientsPrioritaires.seq".
           02                              pic x(24)
               VALUE "siegesHorsService.seq".
           02                              pic x(24)
               VALUE "operateurs.seq".
           02                              pic x(24)
               VALUE "paramFidelite.seq".
           02                              pic x(24)
               VALUE "campagnesDons.seq".
           02                              pic x(24)
               VALUE "plafondClient.seq".
           02                              pic x(24)
               VALUE "clientsExemptes.seq".
           02                              pic x(24)
               VALUE "zonesTarif.seq".
       01 REDEFINES ParametresGuichet.
           02 parametreGuichetT            pic x(24) OCCURS 12.
       01 LigneBilanGeneration.
           02                              pic x(35)
               VALUE "Generation de sauvegarde reprise: ".
           02 generationFormationEd        pic 9.
       01 LigneBilanMembres.
           02                              pic x(35)
               VALUE "Membres figes en reference      : ".
           02 nbMembresCopiesEd            pic zzzz9.
       01 LigneBilanParametres.
           02                              pic x(35)
               VALUE "Parametres du guichet recopies  : ".
           02 nbParametresCopiesEd         pic zzzz9.
       01 LigneBilanSalles.
           02                              pic x(35)
               VALUE "Salles recopiees                : ".
           02 nbSallesCopieesEd            pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    prepare le jeu de formation des guichetiers a partir de
      *    la derniere generation de SauvegardeFichiers : les
      *    membres de la generation sont figes en image de
      *    reference, les referentiels du guichet recopies, puis
      *    ReinitialisationFormation charge le jeu depuis l'image ;
      *    seule la production est lue, rien n'y est ecrit
           accept dateTraitementJour from date YYYYMMDD.
           perform verifieSessionFormation.
           perform lireGenerationFormation.
           if generationFormationLue = 0
               display "Aucune generation de sauvegarde disponible : "
                       "preparation abandonnee"
               move 8 to return-code
               STOP RUN
           end-if.
      *    tous les membres sont controles avant d'ecraser l'image
      *    de reference : une generation amputee laisserait un jeu
      *    de formation aux compteurs faux
           perform verifieMembreGeneration
               varying iCopie from 1 by 1 until iCopie > 6.
           if generationIncomplete
               display "Generation incomplete ou introuvable : "
                       "preparation abandonnee, jeu de formation "
                       "intact"
               move 8 to return-code
               STOP RUN
           end-if.

           perform figeMembreGeneration
               varying iCopie from 1 by 1 until iCopie > 7.
           perform recopieParametreGuichet
               varying iCopie from 1 by 1 until iCopie > 12.
           perform recopieSalles.
           perform ecritFormationPrete.

           perform ecritBilanPreparation.

           move "./ReinitialisationFormation" to commandeSysteme.
           call "SYSTEM" using commandeSysteme.
           move return-code to codeRetourReinit.
           if codeRetourReinit not = 0
               display "ECHEC de la remise a blanc du jeu de "
                       "formation, code retour " codeRetourReinit
               move 8 to return-code
           end-if.
           STOP RUN.

       verifieSessionFormation.
      *****************************************
      *    le jeu ne se prepare pas sous les pieds d'un stagiaire :
      *    une session de formation en cours tient le verrou du jeu
           OPEN INPUT FiVerrouFormation.
           if fs-fiVerrouFormation = "00"
               move 1 to verrouIDLu
               read FiVerrouFormation
                   invalid key continue
                   not invalid key
                       if etatVerrou = "O"
                           display "Jeu de formation en cours "
                                   "d'utilisation par : "
                                   nomProgrammeVerrou
                           CLOSE FiVerrouFormation
                           move 8 to return-code
                           STOP RUN
                       end-if
               end-read
           end-if.
           CLOSE FiVerrouFormation.

       lireGenerationFormation.
      *****************************************
           OPEN INPUT FiGeneration.
           if fs-fiGeneration = "00"
               read FiGeneration
                   at end continue
                   not at end
                       move derniereGeneration
                           to generationFormationLue
               end-read
           end-if.
           CLOSE FiGeneration.

       construitNomMembre.
      *****************************************
           move spaces to nomSourceCopie.
           string "../Fichiers/sauvegarde" generationFormationLue
                  membreGenerationT(iCopie) delimited by space
                  ".seq" delimited by size
               into nomSourceCopie
           end-string.
           move spaces to nomCibleCopie.
           string "../Fichiers/formationReference"
                  membreGenerationT(iCopie) delimited by space
                  ".seq" delimited by size
               into nomCibleCopie
           end-string.

       verifieMembreGeneration.
      *****************************************
           perform construitNomMembre.
           OPEN INPUT FiSourceCopie.
           if fs-fiSourceCopie not = "00"
               move "O" to generationIncompleteFlag
               display "Membre absent : " nomSourceCopie
           end-if.
           CLOSE FiSourceCopie.

       figeMembreGeneration.
      *****************************************
           perform construitNomMembre.
           perform copieFichierFormation.
           add 1 to nbMembresCopies.

       recopieParametreGuichet.
      *****************************************
      *    un parametre absent en production laisse un fichier vide
      *    dans le jeu de formation, le guichet le traite de meme
           move spaces to nomSourceCopie.
           string "../Fichiers/" parametreGuichetT(iCopie)
                  delimited by space
               into nomSourceCopie
           end-string.
           move spaces to nomCibleCopie.
           string "../Fichiers/formation" parametreGuichetT(iCopie)
                  delimited by space
               into nomCibleCopie
           end-string.
           perform copieFichierFormation.
           add 1 to nbParametresCopies.

       copieFichierFormation.
      *****************************************
      *    l'appelant garnit nomSourceCopie et nomCibleCopie
           move 0 to nbLignesCopiees.
           OPEN INPUT FiSourceCopie.
           OPEN OUTPUT FiCibleCopie.
           if fs-fiSourceCopie = "00"
               read FiSourceCopie
                   at end move "10" to fs-fiSourceCopie
               end-read
               perform copieLigneFormation until finFiSourceCopie
           end-if.
           CLOSE FiSourceCopie FiCibleCopie.

       copieLigneFormation.
      *****************************************
           move EnregSourceCopie to EnregCibleCopie.
           write EnregCibleCopie.
           add 1 to nbLignesCopiees.
           read FiSourceCopie
               at end move "10" to fs-fiSourceCopie
           end-read.

       recopieSalles.
      *****************************************
      *    SALLE.REL n'est pas optionnel au guichet : le jeu de
      *    formation en recoit une copie a la meme cle relative
           OPEN INPUT FiSalle.
           OPEN OUTPUT FiSalleFormation.
           if fs-fiSalle = "00"
               read FiSalle next
                   at end move "10" to fs-fiSalle
               end-read
               perform recopieSalle until fs-fiSalle not = "00"
           end-if.
           CLOSE FiSalle FiSalleFormation.

       recopieSalle.
      *****************************************
           move salleID to salleIDLu.
           move EnregSalle to EnregSalleFormation.
           write EnregSalleFormation
               invalid key continue
               not invalid key add 1 to nbSallesCopiees
           end-write.
           read FiSalle next
               at end move "10" to fs-fiSalle
           end-read.

       ecritFormationPrete.
      *****************************************
      *    la date de remise a blanc reste a zero jusqu'a ce que
      *    ReinitialisationFormation ait charge le jeu : le guichet
      *    refuse d'ici la toute session de formation
           OPEN OUTPUT FiFormationPrete.
           move generationFormationLue to generationFormation.
           move dateTraitementJour to datePreparationFormation.
           move 0 to dateReinitFormation.
           write EnregFormationPrete.
           CLOSE FiFormationPrete.

       ecritBilanPreparation.
      *****************************************
           move generationFormationLue to generationFormationEd.
           move nbMembresCopies to nbMembresCopiesEd.
           move nbParametresCopies to nbParametresCopiesEd.
           move nbSallesCopiees to nbSallesCopieesEd.
           display LigneBilanGeneration.
           display LigneBilanMembres.
           display LigneBilanParametres.
           display LigneBilanSalles.

       end program PreparationFormation.
