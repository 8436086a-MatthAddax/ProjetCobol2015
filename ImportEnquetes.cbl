       program-id. ImportEnquetes as "ImportEnquetes".

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

          select optional FiRetoursEnquetes
              assign "../Fichiers/enquetesRetours.seq"
              organization is line sequential
              file status is fs-fiRetoursEnquetes.

          select FiRejetsEnquetes
              assign "../Fichiers/enquetesRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiEnquetes.
      *    enquetes de satisfaction : une fiche par client et par
      *    representation a laquelle il est entre, creee a l'envoi
      *    du questionnaire ('E') et completee au retour ('R') des
      *    notes de 0 a 10 et du commentaire ; titre, salle et jour
      *    de la semaine y sont figes a l'envoi pour que les
      *    resultats survivent a l'archivage des representations
       01 EnregEnquete.
           02 cleEnquete.
               03 codeClientEnquete        pic x(6).
               03 codeSpectEnquete         pic x(7).
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
               03 noteGlobaleEnquete       pic 99.
               03 noteArtistiqueEnquete    pic 99.
               03 noteAccueilEnquete       pic 99.
               03 noteConfortEnquete       pic 99.
           02 commentaireEnquete           pic x(80).
       FD FiRetoursEnquetes.
      *    retour du prestataire : la cle de l'extrait, la date de
      *    reponse, les notes de 0 a 10 (globale, artistique,
      *    accueil, confort) et le commentaire libre
       01 EnregRetourEnquete.
           02 cleRetour.
               03 codeClientRetour         pic x(6).
               03 codeSpectRetour          pic x(7).
               03 dateRepresentationRetour pic 9(8).
           02 dateReponseRetour.
               03 anneeReponseRetour       pic 9(4).
               03 moisReponseRetour        pic 9(2).
               03 jourReponseRetour        pic 9(2).
           02 notesRetour.
               03 noteRetour               pic 99 OCCURS 4.
           02 commentaireRetour            pic x(80).
       FD FiRejetsEnquetes.
       01 EnregRejetEnquete.
           02 codeErreurRejetEnquete       pic x(2).
           02 ligneRejetEnquete            pic x(117).

       working-storage section.
      *----------------------------------------
       77 fs-fiEnquetes                    pic x(2).
       77 fs-fiRetoursEnquetes             pic x(2).
           88 finFiRetoursEnquetes  VALUE "10".
       77 retourValide                     pic x value "O".
           88 valideRetour          VALUE "O".
           88 invalideRetour        VALUE "N".
       77 iNote                            pic 9.
       77 nbRetoursLus                     pic 9(5) value 0.
       77 nbRetoursIntegres                pic 9(5) value 0.
       77 nbRetoursRejetes                 pic 9(5) value 0.
       01 LigneBilanRetoursLus.
           02                              pic x(35)
               VALUE "Reponses lues                   : ".
           02 nbRetoursLusEd               pic zzzz9.
       01 LigneBilanRetoursIntegres.
           02                              pic x(35)
               VALUE "Reponses integrees              : ".
           02 nbRetoursIntegresEd          pic zzzz9.
       01 LigneBilanRetoursRejetes.
           02                              pic x(35)
               VALUE "Reponses rejetees               : ".
           02 nbRetoursRejetesEd           pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    integration des reponses a l'enquete de satisfaction :
      *    chaque reponse complete la fiche creee a l'envoi du
      *    questionnaire ; une reponse sans envoi, ou une seconde
      *    reponse au meme questionnaire, est rejetee
           OPEN I-O FiEnquetes.
           OPEN INPUT FiRetoursEnquetes.
           OPEN OUTPUT FiRejetsEnquetes.

           read FiRetoursEnquetes
               at end move "10" to fs-fiRetoursEnquetes
           end-read.
           perform traiteRetourEnquete until finFiRetoursEnquetes.

           perform ecritBilanRetours.

           CLOSE FiEnquetes FiRetoursEnquetes FiRejetsEnquetes.
           STOP RUN.

       traiteRetourEnquete.
      *****************************************
           add 1 to nbRetoursLus.
           perform valideRetourEnquete.
           if valideRetour
               move cleRetour to cleEnquete
               read FiEnquetes
                   invalid key
                       move "N" to retourValide
                       move "01" to codeErreurRejetEnquete
                   not invalid key
                       perform integreRetour
               end-read
           end-if.
           if invalideRetour
               move EnregRetourEnquete to ligneRejetEnquete
               write EnregRejetEnquete
               add 1 to nbRetoursRejetes
           end-if.
           read FiRetoursEnquetes
               at end move "10" to fs-fiRetoursEnquetes
           end-read.

       valideRetourEnquete.
      *****************************************
      *    01 questionnaire jamais envoye, 02 note non numerique ou
      *    superieure a 10, 03 reponse deja recue, 04 date de
      *    reponse invalide
           move "O" to retourValide.
           if codeClientRetour = spaces or codeSpectRetour = spaces
                   or dateRepresentationRetour is not numeric
               move "N" to retourValide
               move "01" to codeErreurRejetEnquete
           end-if.
           if valideRetour
               perform varying iNote from 1 by 1 until iNote > 4
                   if noteRetour(iNote) is not numeric
                       move "N" to retourValide
                   else
                       if noteRetour(iNote) > 10
                           move "N" to retourValide
                       end-if
                   end-if
               end-perform
               if invalideRetour
                   move "02" to codeErreurRejetEnquete
               end-if
           end-if.
           if valideRetour
               if dateReponseRetour is not numeric
                   move "N" to retourValide
                   move "04" to codeErreurRejetEnquete
               else
                   if moisReponseRetour < 1 or moisReponseRetour > 12
                           or jourReponseRetour < 1
                           or jourReponseRetour > 31
                       move "N" to retourValide
                       move "04" to codeErreurRejetEnquete
                   end-if
               end-if
           end-if.

       integreRetour.
      *****************************************
           if enqueteRepondue
               move "N" to retourValide
               move "03" to codeErreurRejetEnquete
           else
               move "R" to etatEnquete
               move dateReponseRetour to dateReponseEnquete
               move noteRetour(1) to noteGlobaleEnquete
               move noteRetour(2) to noteArtistiqueEnquete
               move noteRetour(3) to noteAccueilEnquete
               move noteRetour(4) to noteConfortEnquete
               move commentaireRetour to commentaireEnquete
               rewrite EnregEnquete
                   invalid key
                       move "N" to retourValide
                       move "01" to codeErreurRejetEnquete
                   not invalid key
                       add 1 to nbRetoursIntegres
               end-rewrite
           end-if.

       ecritBilanRetours.
      *****************************************
           move nbRetoursLus to nbRetoursLusEd.
           move nbRetoursIntegres to nbRetoursIntegresEd.
           move nbRetoursRejetes to nbRetoursRejetesEd.
           display LigneBilanRetoursLus.
           display LigneBilanRetoursIntegres.
           display LigneBilanRetoursRejetes.

       end program ImportEnquetes.
