       program-id. ConfirmationPlanning as "ConfirmationPlanning".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiPlanning
              assign "../Fichiers/PLANNINGPERSONNEL.IND"
              organization is indexed access mode is dynamic
              record key is clePlanning
                  alternate record key is codePersonnelPlanning
                                        with duplicates
                  file status is fs-fiPlanning.

          select optional FiPersonnel
              assign "../Fichiers/PERSONNEL.IND"
              organization is indexed access mode is dynamic
              record key is codePersonnel
                  file status is fs-fiPersonnel.

          select optional FiConfirmations
              assign "../Fichiers/planningConfirmations.seq"
              organization is line sequential
              file status is fs-fiConfirmations.

          select FiRejetsConfirmations
              assign "../Fichiers/planningConfirmationsRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiPlanning.
      *    planning du personnel d'accueil : une ligne par poste
      *    tenu a une representation ; le planning hebdomadaire ecrit
      *    des lignes proposees ('P'), la confirmation les passe en
      *    confirmees ('C', heures effectuees) ou absentes ('A') --
      *    seules les confirmees partent en paie
       01 EnregPlanning.
           02 clePlanning.
               03 datePlanning             pic 9(8).
               03 codeSpectPlanning        pic x(7).
               03 rolePlanning             pic x.
               03 rangPlanning             pic 99.
           02 codePersonnelPlanning        pic x(6).
           02 heureDebutPlanning           pic 9(4).
           02 heureFinPlanning             pic 9(4).
           02 minutesPrevuesPlanning       pic 9(4).
           02 minutesEffectueesPlanning    pic 9(4).
           02 etatPlanning                 pic x.
               88 planningPropose      value "P".
               88 planningConfirme     value "C".
               88 planningAbsent       value "A".
       FD FiPersonnel.
       01 EnregPersonnel.
           02 codePersonnel                pic x(6).
           02 nomPersonnel                 pic x(20).
           02 prenomPersonnel              pic x(15).
           02 rolesPersonnel               pic x(3).
           02 joursDispoPersonnel          pic x(7).
           02 tauxHorairePersonnel         pic 9(3)v99.
           02 etatPersonnel                pic x.
               88 personnelActif       value "A".
               88 personnelInactif     value "I".
       FD FiConfirmations.
      *    retour de la feuille de presence apres la representation :
      *    une ligne par poste (date, representation, poste, rang),
      *    etat C (tenu) ou A (absent), duree effectuee en minutes
      *    (a zero, la duree prevue) et, s'il y a lieu, le code de
      *    l'agent qui a remplace celui du planning ; une ligne a
      *    poste blanc et rang 00 confirme en bloc toutes les
      *    propositions de la representation, ou de la journee
      *    entiere quand la representation est aussi a blanc
       01 EnregConfirmation.
           02 cleConfirmation.
               03 dateConfirmation         pic 9(8).
               03 codeSpectConfirmation    pic x(7).
               03 roleConfirmation         pic x.
               03 rangConfirmation         pic 99.
           02 etatConfirmation             pic x.
           02 minutesEffectueesConf        pic 9(4).
           02 codeRemplacantConf           pic x(6).
       FD FiRejetsConfirmations.
       01 EnregRejetConfirmation.
           02 codeErreurRejetConf          pic x(2).
           02 ligneRejetConf               pic x(29).

       working-storage section.
      *----------------------------------------
       77 fs-fiPlanning                    pic x(2).
           88 finErreurFiPlanning   VALUES "10" THRU "99".
       77 fs-fiPersonnel                   pic x(2).
       77 fs-fiConfirmations               pic x(2).
           88 finFiConfirmations    VALUE "10".
       77 confirmationValide               pic x value "O".
           88 valideConfirmation    VALUE "O".
           88 invalideConfirmation  VALUE "N".
       77 nbConfirmationsLues              pic 9(5) value 0.
       77 nbPostesConfirmes                pic 9(5) value 0.
       77 nbPostesAbsents                  pic 9(5) value 0.
       77 nbConfirmationsRejetees          pic 9(5) value 0.
       77 nbPostesBloc                     pic 9(5).
       01 LigneBilanConfLues.
           02                              pic x(35)
               VALUE "Lignes de presence lues         : ".
           02 nbConfirmationsLuesEd        pic zzzz9.
       01 LigneBilanConfConfirmes.
           02                              pic x(35)
               VALUE "Postes confirmes                : ".
           02 nbPostesConfirmesEd          pic zzzz9.
       01 LigneBilanConfAbsents.
           02                              pic x(35)
               VALUE "Postes absents                  : ".
           02 nbPostesAbsentsEd            pic zzzz9.
       01 LigneBilanConfRejetees.
           02                              pic x(35)
               VALUE "Lignes de presence rejetees     : ".
           02 nbConfirmationsRejeteesEd    pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    confirmation du planning d'apres les feuilles de presence :
      *    seules les lignes confirmees comptent pour la paie ; une
      *    ligne deja confirmee peut etre corrigee par une nouvelle
      *    feuille tant que la paie du mois n'est pas extraite
           OPEN I-O FiPlanning.
           OPEN INPUT FiPersonnel FiConfirmations.
           OPEN OUTPUT FiRejetsConfirmations.

           read FiConfirmations
               at end move "10" to fs-fiConfirmations
           end-read.
           perform traiteConfirmation until finFiConfirmations.

           perform ecritBilanConfirmations.

           CLOSE FiPlanning FiPersonnel FiConfirmations
                 FiRejetsConfirmations.
           STOP RUN.

       traiteConfirmation.
      *****************************************
           add 1 to nbConfirmationsLues.
           perform valideConfirmationLue.
           if valideConfirmation
               if roleConfirmation = space and rangConfirmation = 0
                   perform confirmeEnBloc
               else
                   perform confirmePoste
               end-if
           end-if.
           if invalideConfirmation
               move EnregConfirmation to ligneRejetConf
               write EnregRejetConfirmation
               add 1 to nbConfirmationsRejetees
           end-if.
           read FiConfirmations
               at end move "10" to fs-fiConfirmations
           end-read.

       valideConfirmationLue.
      *****************************************
      *    01 ligne de planning inconnue, 02 etat autre que C ou A,
      *    03 duree effectuee non numerique, 04 remplacant inconnu
      *    ou inactif, 05 confirmation en bloc sans proposition
           move "O" to confirmationValide.
           if dateConfirmation is not numeric
                   or rangConfirmation is not numeric
               move "N" to confirmationValide
               move "01" to codeErreurRejetConf
           end-if.
           if valideConfirmation
                   and etatConfirmation not = "C"
                   and etatConfirmation not = "A"
               move "N" to confirmationValide
               move "02" to codeErreurRejetConf
           end-if.
           if valideConfirmation
               if minutesEffectueesConf = spaces
                   move 0 to minutesEffectueesConf
               end-if
               if minutesEffectueesConf is not numeric
                   move "N" to confirmationValide
                   move "03" to codeErreurRejetConf
               end-if
           end-if.
           if valideConfirmation and codeRemplacantConf not = spaces
               move codeRemplacantConf to codePersonnel
               read FiPersonnel
                   invalid key
                       move "N" to confirmationValide
                       move "04" to codeErreurRejetConf
                   not invalid key
                       if not personnelActif
                           move "N" to confirmationValide
                           move "04" to codeErreurRejetConf
                       end-if
               end-read
           end-if.

       confirmePoste.
      *****************************************
           move dateConfirmation to datePlanning.
           move codeSpectConfirmation to codeSpectPlanning.
           move roleConfirmation to rolePlanning.
           move rangConfirmation to rangPlanning.
           read FiPlanning
               invalid key
                   move "N" to confirmationValide
                   move "01" to codeErreurRejetConf
               not invalid key
                   perform appliqueConfirmation
           end-read.

       appliqueConfirmation.
      *****************************************
           if codeRemplacantConf not = spaces
               move codeRemplacantConf to codePersonnelPlanning
           end-if.
           move etatConfirmation to etatPlanning.
           if planningAbsent
               move 0 to minutesEffectueesPlanning
           else
               if minutesEffectueesConf > 0
                   move minutesEffectueesConf
                       to minutesEffectueesPlanning
               else
                   move minutesPrevuesPlanning
                       to minutesEffectueesPlanning
               end-if
           end-if.
           rewrite EnregPlanning
               invalid key
                   move "N" to confirmationValide
                   move "01" to codeErreurRejetConf
               not invalid key
                   if planningAbsent
                       add 1 to nbPostesAbsents
                   else
                       add 1 to nbPostesConfirmes
                   end-if
           end-rewrite.

       confirmeEnBloc.
      *****************************************
      *    toutes les propositions de la representation (ou de la
      *    journee) passent a l'etat de la ligne, duree prevue
           move 0 to nbPostesBloc.
           move low-values to clePlanning.
           move dateConfirmation to datePlanning.
           if codeSpectConfirmation not = spaces
               move codeSpectConfirmation to codeSpectPlanning
           end-if.
           start FiPlanning key is >= clePlanning
               invalid key move "10" to fs-fiPlanning
               not invalid key
                   read FiPlanning next
                       at end move "10" to fs-fiPlanning
                   end-read
           end-start.
           perform confirmeLigneBloc
               until finErreurFiPlanning
                   or datePlanning not = dateConfirmation
                   or (codeSpectConfirmation not = spaces
                       and codeSpectPlanning
                           not = codeSpectConfirmation).
           if nbPostesBloc = 0
               move "N" to confirmationValide
               move "05" to codeErreurRejetConf
           end-if.

       confirmeLigneBloc.
      *****************************************
           if planningPropose
               move spaces to codeRemplacantConf
               move 0 to minutesEffectueesConf
               perform appliqueConfirmation
               add 1 to nbPostesBloc
           end-if.
           read FiPlanning next
               at end move "10" to fs-fiPlanning
           end-read.

       ecritBilanConfirmations.
      *****************************************
           move nbConfirmationsLues to nbConfirmationsLuesEd.
           move nbPostesConfirmes to nbPostesConfirmesEd.
           move nbPostesAbsents to nbPostesAbsentsEd.
           move nbConfirmationsRejetees to nbConfirmationsRejeteesEd.
           display LigneBilanConfLues.
           display LigneBilanConfConfirmes.
           display LigneBilanConfAbsents.
           display LigneBilanConfRejetees.

       end program ConfirmationPlanning.
