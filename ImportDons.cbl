       program-id. ImportDons as "ImportDons".

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

          select optional FiDonsEntrants
              assign "../Fichiers/donsEntrants.seq"
              organization is line sequential
              file status is fs-fiDonsEntrants.

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiDons
              assign "../Fichiers/DONS.IND"
              organization is indexed access mode is dynamic
              record key is numeroDon
                  alternate record key is codeClientDon
                                        with duplicates
                  alternate record key is referenceDon
                                        with duplicates
                  file status is fs-fiDons.

          select optional FiCampagnes
              assign "../Fichiers/campagnesDons.seq"
              organization is line sequential
              file status is fs-fiCampagnes.

          select FiRejetsDons assign
                  "../Fichiers/donsRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiDonsEntrants.
      *    flux des dons recus hors guichet (virements, collecte
      *    en ligne, cheques recus par courrier) : la reference
      *    externe ecarte un fichier transmis deux fois
       01 EnregDonEntrant.
           02 referenceDonEntrant          pic x(10).
           02 codeClientDonEntrant         pic x(6).
           02 montantDonEntrant            pic 9(7)v99.
           02 dateDonEntrant               pic 9(8).
           02 modeReglementDonEntrant      pic x.
           02 codeCampagneDonEntrant       pic x(6).
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
               88 clientActif          value "A".
               88 clientInactif        value "I".
               88 clientFusionne       value "F".
               88 clientEfface         value "E".
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
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
       FD FiCampagnes.
       01 EnregCampagneLu.
           02 codeCampagneLu               pic x(6).
           02 libelleCampagneLu            pic x(30).
           02 objectifCampagneLu           pic 9(7)v99.
           02 dateDebutCampagneLu          pic 9(8).
           02 dateFinCampagneLu            pic 9(8).
       FD FiRejetsDons.
       01 EnregRejetDon.
           02 codeErreurRejetDon           pic x(2).
           02 descriptionRejetDon          pic x(42).
           02 ligneRejetDon                pic x(40).
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
       77 fs-fiDonsEntrants                pic x(2).
           88 finFiDonsEntrants     VALUE "10".
       77 fs-fiClient                      pic x(2).
       77 fs-fiDons                        pic x(2).
           88 finErreurFiDons       VALUES "10" THRU "99".
       77 fs-fiCampagnes                   pic x(2).
           88 finFiCampagnes        VALUE "10".
       77 donValide                        pic x.
           88 valideDon             VALUE "O".
           88 invalideDon           VALUE "N".
       77 numeroDonSuivant                 pic 9(7).
       77 nbCampagnes                      pic 9(3) value 0.
       77 iCampagne                        pic 9(3).
       77 nbDonsLus                        pic 9(5) value 0.
       77 nbDonsIntegres                   pic 9(5) value 0.
       77 nbDonsRejetes                    pic 9(5) value 0.
       77 totalDonsIntegres                pic 9(9)v99 value 0.
       77 codeErreurDonNum                 pic 99.
       01 tabCampagnes.
           02 codeCampagneT                pic x(6) OCCURS 100.
       01 LibellesErreurDon.
           02 libelleErreurDon01           pic x(42)
               VALUE "Reference externe absente".
           02 libelleErreurDon02           pic x(42)
               VALUE "Don deja integre (doublon)".
           02 libelleErreurDon03           pic x(42)
               VALUE "Donateur inconnu du fichier maitre".
           02 libelleErreurDon04           pic x(42)
               VALUE "Donateur fusionne, inactif ou efface".
           02 libelleErreurDon05           pic x(42)
               VALUE "Montant ou date du don invalide".
           02 libelleErreurDon06           pic x(42)
               VALUE "Mode de reglement inconnu".
           02 libelleErreurDon07           pic x(42)
               VALUE "Campagne inconnue".
           02 libelleErreurDon08           pic x(42)
               VALUE "Ecriture refusee par DONS.IND".
       01 REDEFINES LibellesErreurDon.
           02 libelleErreurDon             pic x(42) OCCURS 8.
       01 LigneBilanDonsLus.
           02                              pic x(35)
               VALUE "Dons lus                        : ".
           02 nbDonsLusEd                  pic zzzz9.
       01 LigneBilanDonsIntegres.
           02                              pic x(35)
               VALUE "Dons integres                   : ".
           02 nbDonsIntegresEd             pic zzzz9.
           02                              pic x(10)
               VALUE "  montant ".
           02 totalDonsIntegresEd          pic zzzzzzzz9,99.
       01 LigneBilanDonsRejetes.
           02                              pic x(35)
               VALUE "Dons rejetes                    : ".
           02 nbDonsRejetesEd              pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    integration du flux des dons recus hors guichet : chaque
      *    don valide contre le fichier maitre des clients et le
      *    referentiel des campagnes rejoint DONS.IND avec le canal
      *    "B" ; les rejets partent avec leur motif
      *    le guichet numerote aussi ses dons dans DONS.IND : le
      *    verrou d'exploitation garde la numerotation pour la duree
      *    de l'integration
           perform prendreVerrou.
           OPEN INPUT FiDonsEntrants FiClient.
           OPEN I-O FiDons.
           OPEN OUTPUT FiRejetsDons.

           perform chargerCampagnes.
           perform initNumeroDon.

           read FiDonsEntrants
               at end move "10" to fs-fiDonsEntrants
           end-read.
           perform integreDon until finFiDonsEntrants.

           move nbDonsLus to nbDonsLusEd.
           move nbDonsIntegres to nbDonsIntegresEd.
           move totalDonsIntegres to totalDonsIntegresEd.
           move nbDonsRejetes to nbDonsRejetesEd.
           display LigneBilanDonsLus.
           display LigneBilanDonsIntegres.
           display LigneBilanDonsRejetes.

           CLOSE FiDonsEntrants FiClient FiDons FiRejetsDons.
           perform libererVerrou.
           STOP RUN.

       chargerCampagnes.
      *****************************************
      *    sans referentiel des campagnes, le controle de campagne
      *    est neutralise
           OPEN INPUT FiCampagnes.
           if fs-fiCampagnes = "00"
               read FiCampagnes
                   at end move "10" to fs-fiCampagnes
               end-read
               perform chargerLigneCampagne
                   until finFiCampagnes or nbCampagnes >= 100
           end-if.
           CLOSE FiCampagnes.

       chargerLigneCampagne.
      *****************************************
           add 1 to nbCampagnes.
           move codeCampagneLu to codeCampagneT(nbCampagnes).
           read FiCampagnes
               at end move "10" to fs-fiCampagnes
           end-read.

       initNumeroDon.
      *****************************************
      *    reprend la numerotation apres le dernier don enregistre
           move 1 to numeroDonSuivant.
           move high-values to numeroDon.
           start FiDons key is <= numeroDon
               invalid key continue
               not invalid key
                   read FiDons next
                       at end continue
                       not at end
                           add 1 to numeroDon
                               giving numeroDonSuivant
                   end-read
           end-start.

       integreDon.
      *****************************************
           add 1 to nbDonsLus.
           perform valideDonEntrant.
           if valideDon
               perform enregistreDonEntrant
           end-if.
           read FiDonsEntrants
               at end move "10" to fs-fiDonsEntrants
           end-read.

       valideDonEntrant.
      *****************************************
           move "O" to donValide.
           if referenceDonEntrant = spaces
               move 1 to codeErreurDonNum
               perform rejetteDon
           end-if.
           if valideDon
               move referenceDonEntrant to referenceDon
               start FiDons key is = referenceDon
                   invalid key continue
                   not invalid key
                       move 2 to codeErreurDonNum
                       perform rejetteDon
               end-start
           end-if.
           if valideDon
               move codeClientDonEntrant to codeClientMaster
               read FiClient
                   invalid key
                       move 3 to codeErreurDonNum
                       perform rejetteDon
                   not invalid key
                       if clientFusionne or clientInactif
                               or clientEfface
                           move 4 to codeErreurDonNum
                           perform rejetteDon
                       end-if
               end-read
           end-if.
           if valideDon
                   and (montantDonEntrant is not numeric
                       or montantDonEntrant = 0
                       or dateDonEntrant is not numeric
                       or dateDonEntrant = 0)
               move 5 to codeErreurDonNum
               perform rejetteDon
           end-if.
           if valideDon
                   and modeReglementDonEntrant not = "E"
                   and modeReglementDonEntrant not = "C"
                   and modeReglementDonEntrant not = "Q"
                   and modeReglementDonEntrant not = "V"
               move 6 to codeErreurDonNum
               perform rejetteDon
           end-if.
           if valideDon and nbCampagnes > 0
                   and codeCampagneDonEntrant not = spaces
               perform varying iCampagne from 1 by 1
                       until iCampagne > nbCampagnes
                           or codeCampagneT(iCampagne)
                               = codeCampagneDonEntrant
                   continue
               end-perform
               if iCampagne > nbCampagnes
                   move 7 to codeErreurDonNum
                   perform rejetteDon
               end-if
           end-if.

       enregistreDonEntrant.
      *****************************************
           move numeroDonSuivant to numeroDon.
           move codeClientDonEntrant to codeClientDon.
           move montantDonEntrant to montantDon.
           move dateDonEntrant to dateDon.
           move modeReglementDonEntrant to modeReglementDon.
           move codeCampagneDonEntrant to codeCampagneDon.
           move "B" to canalDon.
           move referenceDonEntrant to referenceDon.
           move spaces to codeOperateurDon.
           move 0 to numeroRecuDon.
           write EnregDon
               invalid key
                   move 8 to codeErreurDonNum
                   perform rejetteDon
               not invalid key
                   add 1 to numeroDonSuivant
                   add 1 to nbDonsIntegres
                   add montantDonEntrant to totalDonsIntegres
           end-write.

       rejetteDon.
      *****************************************
           move "N" to donValide.
           move codeErreurDonNum to codeErreurRejetDon.
           move libelleErreurDon(codeErreurDonNum)
               to descriptionRejetDon.
           move EnregDonEntrant to ligneRejetDon.
           write EnregRejetDon.
           add 1 to nbDonsRejetes.

       prendreVerrou.
      *****************************************
      *    un seul programme de mise a jour a la fois sur le jeu de
      *    fichiers : le verrou d'exploitation est pris au demarrage
      *    et rendu en fin de traitement ; un verrou reste pose
      *    apres un arret brutal se constate et se libere avec
      *    ConsultationVerrou
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
           move "ImportDons" to nomProgrammeVerrou.
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

       end program ImportDons.
