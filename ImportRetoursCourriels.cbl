       program-id. ImportRetoursCourriels
           as "ImportRetoursCourriels".

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

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiCourrielsRejetes
              assign "../Fichiers/courrielsRejetes.seq"
              organization is line sequential
              file status is fs-fiCourrielsRejetes.

          select FiRejetsCourriels
              assign "../Fichiers/courrielsRejetesRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
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
               88 clientEfface         value "E".
           02 incidentPaiementClient       pic x.
               88 clientEnIncident     value "O".
           02 emailInvalideClient          pic x.
               88 emailInvalide        value "O".
       FD FiCourrielsRejetes.
      *    retours du routeur de courriels : le client destinataire,
      *    l'adresse a laquelle le message a ete envoye, la date du
      *    rejet et son type -- 'H' rejet definitif (boite
      *    inexistante, domaine inconnu), 'S' rejet temporaire
      *    (boite pleine, serveur indisponible)
       01 EnregCourrielRejete.
           02 codeClientCourriel           pic x(6).
           02 emailCourriel                pic x(40).
           02 dateRejetCourriel            pic 9(8).
           02 typeRejetCourriel            pic x.
               88 rejetDefinitif       value "H".
               88 rejetTemporaire      value "S".
       FD FiRejetsCourriels.
       01 EnregRejetCourriel.
           02 codeErreurRejetCourriel      pic x(2).
           02 descriptionRejetCourriel     pic x(42).
           02 ligneRejetCourriel           pic x(55).
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
       77 fs-fiClient                      pic x(2).
       77 fs-fiCourrielsRejetes            pic x(2).
           88 finFiCourrielsRejetes VALUE "10".
       77 codeErreurCourrielNum            pic 99.
       77 courrielValide                   pic x.
           88 valideCourriel        VALUE "O".
       77 nbCourrielsLus                   pic 9(5) value 0.
       77 nbEmailsInvalides                pic 9(5) value 0.
       77 nbEmailsDejaInvalides            pic 9(5) value 0.
       77 nbRejetsTemporaires              pic 9(5) value 0.
       77 nbCourrielsRejetes               pic 9(5) value 0.
       01 LibellesErreurCourriel.
           02                              pic x(42)
               VALUE "Client inconnu du fichier maitre".
           02                              pic x(42)
               VALUE "Adresse differente de celle du client".
           02                              pic x(42)
               VALUE "Type de rejet inconnu (H/S)".
       01 REDEFINES LibellesErreurCourriel.
           02 libelleErreurCourriel        pic x(42) OCCURS 3.
       01 LigneBilanCourrielsLus.
           02                              pic x(35)
               VALUE "Retours de courriels lus        : ".
           02 nbCourrielsLusEd             pic zzzz9.
       01 LigneBilanEmailsInvalides.
           02                              pic x(35)
               VALUE "Adresses marquees invalides     : ".
           02 nbEmailsInvalidesEd          pic zzzz9.
       01 LigneBilanEmailsDejaInvalides.
           02                              pic x(35)
               VALUE "Adresses deja invalides         : ".
           02 nbEmailsDejaInvalidesEd      pic zzzz9.
       01 LigneBilanRejetsTemporaires.
           02                              pic x(35)
               VALUE "Rejets temporaires ignores      : ".
           02 nbRejetsTemporairesEd        pic zzzz9.
       01 LigneBilanCourrielsRejetes.
           02                              pic x(35)
               VALUE "Retours rejetes                 : ".
           02 nbCourrielsRejetesEd         pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    retours en erreur des envois par courriel : un rejet
      *    definitif sur l'adresse encore connue du client la marque
      *    invalide au fichier maitre, et les extractions suivantes
      *    passent au courrier ou ecartent le client ; un rejet
      *    temporaire est seulement compte. Une adresse deja
      *    remplacee par une transaction client n'est pas touchee,
      *    et une nouvelle adresse saisie redevient valide
           perform prendreVerrou.

           OPEN INPUT FiCourrielsRejetes.
           OPEN I-O FiClient.
           OPEN OUTPUT FiRejetsCourriels.

           read FiCourrielsRejetes
               at end move "10" to fs-fiCourrielsRejetes
           end-read.
           perform traiteCourrielRejete until finFiCourrielsRejetes.

           perform ecritBilanCourriels.

           CLOSE FiCourrielsRejetes FiClient FiRejetsCourriels.
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
           move "ImportRetCourriels" to nomProgrammeVerrou.
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

       traiteCourrielRejete.
      *****************************************
           add 1 to nbCourrielsLus.
           perform valideCourrielRejete.
           if valideCourriel
               if rejetDefinitif
                   perform invalideEmailClient
               else
                   add 1 to nbRejetsTemporaires
               end-if
           end-if.
           read FiCourrielsRejetes
               at end move "10" to fs-fiCourrielsRejetes
           end-read.

       valideCourrielRejete.
      *****************************************
      *    01 client inconnu, 02 adresse autre que celle du fichier
      *    maitre, 03 type de rejet ni 'H' ni 'S'
           move "O" to courrielValide.
           if not rejetDefinitif and not rejetTemporaire
               move 3 to codeErreurCourrielNum
               perform rejetteCourriel
           else
               move codeClientCourriel to codeClientMaster
               read FiClient
                   invalid key
                       move 1 to codeErreurCourrielNum
                       perform rejetteCourriel
               end-read
           end-if.
           if valideCourriel and emailCourriel not = emailClientMaster
               move 2 to codeErreurCourrielNum
               perform rejetteCourriel
           end-if.

       invalideEmailClient.
      *****************************************
           if emailInvalide
               add 1 to nbEmailsDejaInvalides
           else
               move "O" to emailInvalideClient
               rewrite EnregClient
                   invalid key continue
               end-rewrite
               add 1 to nbEmailsInvalides
           end-if.

       rejetteCourriel.
      *****************************************
           move "N" to courrielValide.
           move codeErreurCourrielNum to codeErreurRejetCourriel.
           move libelleErreurCourriel(codeErreurCourrielNum)
               to descriptionRejetCourriel.
           move EnregCourrielRejete to ligneRejetCourriel.
           write EnregRejetCourriel.
           add 1 to nbCourrielsRejetes.

       ecritBilanCourriels.
      *****************************************
           move nbCourrielsLus to nbCourrielsLusEd.
           move nbEmailsInvalides to nbEmailsInvalidesEd.
           move nbEmailsDejaInvalides to nbEmailsDejaInvalidesEd.
           move nbRejetsTemporaires to nbRejetsTemporairesEd.
           move nbCourrielsRejetes to nbCourrielsRejetesEd.
           display LigneBilanCourrielsLus.
           display LigneBilanEmailsInvalides.
           display LigneBilanEmailsDejaInvalides.
           display LigneBilanRejetsTemporaires.
           display LigneBilanCourrielsRejetes.

       end program ImportRetoursCourriels.
