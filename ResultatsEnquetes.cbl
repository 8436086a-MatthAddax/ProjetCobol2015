       program-id. ResultatsEnquetes as "ResultatsEnquetes".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiEnquetes
              assign "../Fichiers/ENQUETES.IND"
              organization is indexed access mode is dynamic
              record key is cleEnquete
                  file status is fs-fiEnquetes.

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiParamListing
              assign "../Fichiers/ParamListing.seq"
              organization is line sequential
              file status is fs-fiParamListing.

          select FiResultatsEnquetes
              assign "../Fichiers/resultatsEnquetes.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiEnquetes.
       01 EnregEnquete.
           02 cleEnquete.
               03 codeClientEnquete        pic x(6).
               03 codeSpectEnquete.
                   04 codeGenreEnquete     pic x(5).
                   04 codeNumEnquete       pic 9(2).
               03 dateRepresentationEnquete pic 9(8).
           02 titreEnquete                 pic x(30).
           02 numSalleEnquete              pic 9(2).
           02 jourSemaineEnquete           pic 9.
           02 dateEnvoiEnquete             pic 9(8).
           02 etatEnquete                  pic x.
               88 enqueteEnvoyee       value "E".
               88 enqueteRepondue      value "R".
           02 dateReponseEnquete           pic 9(8).
           02 notesEnquete.
               03 noteEnquete              pic 99 OCCURS 4.
           02 REDEFINES notesEnquete.
               03 noteGlobaleEnquete       pic 99.
               03 noteArtistiqueEnquete    pic 99.
               03 noteAccueilEnquete       pic 99.
               03 noteConfortEnquete       pic 99.
           02 commentaireEnquete           pic x(80).
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
       FD FiParamListing.
       01 EnregParamListing.
           02 anneeListingParam            pic 9(4).
           02 moisListingParam             pic 99.
       FD FiResultatsEnquetes.
       01 EnregResultatsEnquetes           pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiEnquetes                    pic x(2).
           88 finErreurFiEnquetes   VALUES "10" THRU "99".
       77 fs-fiClient                      pic x(2).
       77 fs-fiParamListing                pic x(2).
       77 anneeEnquete                     pic 9(4) value 2015.
       77 moisEnquete                      pic 99 value 10.
       77 dateDebutMois                    pic 9(8).
       77 dateFinMois                      pic 9(8).
      *    une note globale de 0 a 6 classe le spectateur parmi les
      *    detracteurs, rappeles par la billetterie
       77 seuilDetracteur                  pic 99 value 6.
       77 nbRubriques                      pic 9(3) value 0.
       77 iRubrique                        pic 9(3).
       77 iNote                            pic 9.
       77 typeRubriqueCherche              pic x.
       77 libelleRubriqueCherche           pic x(35).
       77 nbDetracteurs                    pic 9(5) value 0.
       01 tabJoursSemaine.
           02                              pic x(8) VALUE "Lundi".
           02                              pic x(8) VALUE "Mardi".
           02                              pic x(8) VALUE "Mercredi".
           02                              pic x(8) VALUE "Jeudi".
           02                              pic x(8) VALUE "Vendredi".
           02                              pic x(8) VALUE "Samedi".
           02                              pic x(8) VALUE "Dimanche".
       01 REDEFINES tabJoursSemaine.
           02 libelleJourSemaine           pic x(8) OCCURS 7.
      *    cumuls du mois par rubrique : P production (genre + titre),
      *    G genre, S salle, J jour de la semaine, T ensemble
       01 tabRubriquesEnquete.
           02 detailRubriqueEnquete OCCURS 400.
               03 typeRubrique             pic x.
               03 libelleRubrique          pic x(35).
               03 nbEnvoisRubrique         pic 9(5).
               03 nbReponsesRubrique       pic 9(5).
               03 sommeNoteRubrique        pic 9(7) OCCURS 4.
       01 LigneEnteteEnquetes.
           02                              pic x(44) VALUE
               "Enquetes de satisfaction -- representations ".
           02 moisEnqueteEd                pic 99.
           02                              pic x VALUE "/".
           02 anneeEnqueteEd               pic 9(4).
       01 LigneSectionEnquetes.
           02                              pic x(5) VALUE "-- ".
           02 libelleSectionEd             pic x(30).
       01 LigneTitresEnquetes.
           02                              pic x(35) VALUE SPACES.
           02                              pic x(7) VALUE " Envois".
           02                              pic x(7) VALUE "  Repon".
           02                              pic x(6) VALUE "  Taux".
           02                              pic x(8) VALUE "  Global".
           02                              pic x(8) VALUE "  Artist".
           02                              pic x(8) VALUE " Accueil".
           02                              pic x(8) VALUE " Confort".
       01 LigneRubriqueEnquetes.
           02 libelleRubriqueEd            pic x(35).
           02                              pic x(2) VALUE SPACES.
           02 nbEnvoisEd                   pic zzzz9.
           02                              pic x(2) VALUE SPACES.
           02 nbReponsesEd                 pic zzzz9.
           02                              pic x(2) VALUE SPACES.
           02 tauxReponseEd                pic zz9.
           02                              pic x VALUE "%".
           02 moyennesEd OCCURS 4.
               03                          pic x(4) VALUE SPACES.
               03 moyenneNoteEd            pic z9,9.
       01 LigneTitreDetracteurs.
           02                              pic x(40) VALUE
               "-- Detracteurs (note globale 0 a 6)".
       01 LigneDetracteur.
           02 codeClientDetrEd             pic x(6).
           02                              pic x VALUE SPACE.
           02 nomClientDetrEd              pic x(20).
           02                              pic x VALUE SPACE.
           02 telephoneDetrEd              pic x(12).
           02                              pic x VALUE SPACE.
           02 codeSpectDetrEd              pic x(7).
           02                              pic x VALUE SPACE.
           02 dateRepresentationDetrEd     pic 9(8).
           02                              pic x(8) VALUE "  note ".
           02 noteGlobaleDetrEd            pic z9.
       01 LigneCommentaireDetracteur.
           02                              pic x(7) VALUE SPACES.
           02 commentaireDetrEd            pic x(80).
       01 LigneBilanDetracteurs.
           02                              pic x(35)
               VALUE "Detracteurs a rappeler          : ".
           02 nbDetracteursEd              pic zzzz9.
       01 moyenneNote                      pic 99v9.
       01 tauxReponse                      pic 9(3).

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    resultats de l'enquete de satisfaction pour les
      *    representations du mois du parametre de listing : envois,
      *    taux de reponse et notes moyennes par production, genre,
      *    salle et jour de la semaine, puis la liste des
      *    detracteurs avec leur commentaire pour la billetterie
           OPEN INPUT FiEnquetes FiClient FiParamListing.
           OPEN OUTPUT FiResultatsEnquetes.

           perform lireParamEnquetes.
           compute dateDebutMois = anneeEnquete * 10000
               + moisEnquete * 100 + 1.
           compute dateFinMois = anneeEnquete * 10000
               + moisEnquete * 100 + 31.

           perform debutLectureEnquetes.
           perform cumuleEnquete until finErreurFiEnquetes.

           move moisEnquete to moisEnqueteEd.
           move anneeEnquete to anneeEnqueteEd.
           move LigneEnteteEnquetes to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.
           move "P" to typeRubriqueCherche.
           move "Par production" to libelleSectionEd.
           perform ecritSectionEnquetes.
           move "G" to typeRubriqueCherche.
           move "Par genre" to libelleSectionEd.
           perform ecritSectionEnquetes.
           move "S" to typeRubriqueCherche.
           move "Par salle" to libelleSectionEd.
           perform ecritSectionEnquetes.
           move "J" to typeRubriqueCherche.
           move "Par jour de la semaine" to libelleSectionEd.
           perform ecritSectionEnquetes.
           move "T" to typeRubriqueCherche.
           move "Ensemble du mois" to libelleSectionEd.
           perform ecritSectionEnquetes.

           move spaces to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.
           move LigneTitreDetracteurs to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.
           perform debutLectureEnquetes.
           perform listeDetracteur until finErreurFiEnquetes.
           move nbDetracteurs to nbDetracteursEd.
           move LigneBilanDetracteurs to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.

           CLOSE FiEnquetes FiClient FiParamListing
                 FiResultatsEnquetes.
           STOP RUN.

       lireParamEnquetes.
      *****************************************
      *    meme parametre de periode que le listing mensuel
           read FiParamListing
               at end continue
               not at end
                   if anneeListingParam is numeric
                           and anneeListingParam > 0
                       move anneeListingParam to anneeEnquete
                   end-if
                   if moisListingParam is numeric
                           and moisListingParam >= 1
                           and moisListingParam <= 12
                       move moisListingParam to moisEnquete
                   end-if
           end-read.

       debutLectureEnquetes.
      *****************************************
           move low-values to cleEnquete.
           start FiEnquetes key is >= cleEnquete
               invalid key move "10" to fs-fiEnquetes
               not invalid key
                   read FiEnquetes next
                       at end move "10" to fs-fiEnquetes
                   end-read
           end-start.

       cumuleEnquete.
      *****************************************
           if dateRepresentationEnquete >= dateDebutMois
                   and dateRepresentationEnquete <= dateFinMois
               move "P" to typeRubriqueCherche
               move spaces to libelleRubriqueCherche
               string codeGenreEnquete " " titreEnquete
                   delimited by size into libelleRubriqueCherche
               perform cumuleRubrique
               move "G" to typeRubriqueCherche
               move codeGenreEnquete to libelleRubriqueCherche
               perform cumuleRubrique
               move "S" to typeRubriqueCherche
               move spaces to libelleRubriqueCherche
               string "Salle " numSalleEnquete
                   delimited by size into libelleRubriqueCherche
               perform cumuleRubrique
               move "J" to typeRubriqueCherche
               move spaces to libelleRubriqueCherche
               if jourSemaineEnquete >= 1 and jourSemaineEnquete <= 7
                   move libelleJourSemaine(jourSemaineEnquete)
                       to libelleRubriqueCherche
               end-if
               perform cumuleRubrique
               move "T" to typeRubriqueCherche
               move "Toutes representations" to libelleRubriqueCherche
               perform cumuleRubrique
           end-if.
           read FiEnquetes next
               at end move "10" to fs-fiEnquetes
           end-read.

       cumuleRubrique.
      *****************************************
           perform varying iRubrique from 1 by 1
                   until iRubrique > nbRubriques
                       or (typeRubrique(iRubrique) = typeRubriqueCherche
                           and libelleRubrique(iRubrique)
                               = libelleRubriqueCherche)
               continue
           end-perform.
           if iRubrique > nbRubriques and nbRubriques < 400
               add 1 to nbRubriques
               move typeRubriqueCherche to typeRubrique(nbRubriques)
               move libelleRubriqueCherche
                   to libelleRubrique(nbRubriques)
               move 0 to nbEnvoisRubrique(nbRubriques)
               move 0 to nbReponsesRubrique(nbRubriques)
               perform varying iNote from 1 by 1 until iNote > 4
                   move 0 to sommeNoteRubrique(nbRubriques, iNote)
               end-perform
           end-if.
           if iRubrique <= nbRubriques
               add 1 to nbEnvoisRubrique(iRubrique)
               if enqueteRepondue
                   add 1 to nbReponsesRubrique(iRubrique)
                   perform varying iNote from 1 by 1 until iNote > 4
                       add noteEnquete(iNote)
                           to sommeNoteRubrique(iRubrique, iNote)
                   end-perform
               end-if
           end-if.

       ecritSectionEnquetes.
      *****************************************
           move spaces to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.
           move LigneSectionEnquetes to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.
           move LigneTitresEnquetes to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.
           perform varying iRubrique from 1 by 1
                   until iRubrique > nbRubriques
               if typeRubrique(iRubrique) = typeRubriqueCherche
                   perform ecritRubriqueEnquetes
               end-if
           end-perform.

       ecritRubriqueEnquetes.
      *****************************************
      *    moyennes sur les seules reponses recues
           move libelleRubrique(iRubrique) to libelleRubriqueEd.
           move nbEnvoisRubrique(iRubrique) to nbEnvoisEd.
           move nbReponsesRubrique(iRubrique) to nbReponsesEd.
           compute tauxReponse rounded =
               nbReponsesRubrique(iRubrique) * 100
               / nbEnvoisRubrique(iRubrique).
           move tauxReponse to tauxReponseEd.
           perform varying iNote from 1 by 1 until iNote > 4
               if nbReponsesRubrique(iRubrique) > 0
                   compute moyenneNote rounded =
                       sommeNoteRubrique(iRubrique, iNote)
                       / nbReponsesRubrique(iRubrique)
               else
                   move 0 to moyenneNote
               end-if
               move moyenneNote to moyenneNoteEd(iNote)
           end-perform.
           move LigneRubriqueEnquetes to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.

       listeDetracteur.
      *****************************************
           if dateRepresentationEnquete >= dateDebutMois
                   and dateRepresentationEnquete <= dateFinMois
                   and enqueteRepondue
                   and noteGlobaleEnquete <= seuilDetracteur
               perform ecritDetracteur
           end-if.
           read FiEnquetes next
               at end move "10" to fs-fiEnquetes
           end-read.

       ecritDetracteur.
      *****************************************
      *    le telephone est repris de la fiche client du jour : le
      *    client a pu le changer depuis l'envoi du questionnaire
           add 1 to nbDetracteurs.
           move codeClientEnquete to codeClientMaster.
           read FiClient
               invalid key
                   move "(client inconnu)" to nomClientMaster
                   move spaces to telephoneClientMaster
           end-read.
           move codeClientEnquete to codeClientDetrEd.
           move nomClientMaster to nomClientDetrEd.
           move telephoneClientMaster to telephoneDetrEd.
           move codeSpectEnquete to codeSpectDetrEd.
           move dateRepresentationEnquete to dateRepresentationDetrEd.
           move noteGlobaleEnquete to noteGlobaleDetrEd.
           move LigneDetracteur to EnregResultatsEnquetes.
           perform ecritLigneEnquetes.
           if commentaireEnquete not = spaces
               move commentaireEnquete to commentaireDetrEd
               move LigneCommentaireDetracteur
                   to EnregResultatsEnquetes
               perform ecritLigneEnquetes
           end-if.

       ecritLigneEnquetes.
      *****************************************
           display EnregResultatsEnquetes.
           write EnregResultatsEnquetes.

       end program ResultatsEnquetes.
