       program-id. ChargementPersonnel as "ChargementPersonnel".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select FiPersonnel assign "../Fichiers/PERSONNEL.IND"
              organization is indexed access mode is dynamic
              record key is codePersonnel
                  file status is fs-fiPersonnel.

          select FiPersonnelEntree
              assign "../Fichiers/personnelEntree.seq"
              organization is line sequential
              file status is fs-fiPersonnelEntree.

          select FiRejetsPersonnel
              assign "../Fichiers/personnelRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiPersonnel.
      *    personnel d'accueil des representations : placeurs (P),
      *    vestiaire (V) et bar (B) ; un agent peut tenir jusqu'a
      *    trois postes, il n'est appele que les jours de la semaine
      *    ou il s'est declare disponible (lundi a dimanche, "O")
       01 EnregPersonnel.
           02 codePersonnel                pic x(6).
           02 nomPersonnel                 pic x(20).
           02 prenomPersonnel              pic x(15).
           02 rolesPersonnel               pic x(3).
           02 REDEFINES rolesPersonnel.
               03 rolePersonnel            pic x OCCURS 3.
           02 joursDispoPersonnel          pic x(7).
           02 REDEFINES joursDispoPersonnel.
               03 jourDispoPersonnel       pic x OCCURS 7.
           02 tauxHorairePersonnel         pic 9(3)v99.
           02 etatPersonnel                pic x.
               88 personnelActif       value "A".
               88 personnelInactif     value "I".
       FD FiPersonnelEntree.
       01 EnregPersonnelEntree.
           02 codePersonnelEntree          pic x(6).
           02 nomPersonnelEntree           pic x(20).
           02 prenomPersonnelEntree        pic x(15).
           02 rolesPersonnelEntree         pic x(3).
           02 REDEFINES rolesPersonnelEntree.
               03 rolePersonnelEntree      pic x OCCURS 3.
           02 joursDispoEntree             pic x(7).
           02 REDEFINES joursDispoEntree.
               03 jourDispoEntree          pic x OCCURS 7.
           02 tauxHoraireEntree            pic 9(3)v99.
           02 etatPersonnelEntree          pic x.
       FD FiRejetsPersonnel.
       01 EnregRejetPersonnel.
           02 codeErreurRejetPersonnel     pic x(2).
           02 ligneRejetPersonnel          pic x(57).

       working-storage section.
      *----------------------------------------
       77 fs-fiPersonnel                   pic x(2).
       77 fs-fiPersonnelEntree             pic x(2).
           88 finFiPersonnelEntree  VALUE "10".
       77 personnelEntreeValide            pic x value "O".
           88 validePersonnelEntree VALUE "O".
           88 invalidePersonnelEntree VALUE "N".
       77 iRole                            pic 9.
       77 nbRolesEntree                    pic 9.
       77 iJourDispo                       pic 9.
       77 nbPersonnelLus                   pic 9(5) value 0.
       77 nbPersonnelEcrits                pic 9(5) value 0.
       77 nbPersonnelRejetes               pic 9(5) value 0.
       01 LigneBilanPersonnelLus.
           02                              pic x(35)
               VALUE "Agents lus                      : ".
           02 nbPersonnelLusEd             pic zzzz9.
       01 LigneBilanPersonnelEcrits.
           02                              pic x(35)
               VALUE "Agents ecrits                   : ".
           02 nbPersonnelEcritsEd          pic zzzz9.
       01 LigneBilanPersonnelRejetes.
           02                              pic x(35)
               VALUE "Agents rejetes                  : ".
           02 nbPersonnelRejetesEd         pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    regeneration complete du fichier du personnel d'accueil a
      *    partir du fichier de saisie ; les heures travaillees ne
      *    sont pas ici mais au planning, la recreation ne perd rien
           OPEN OUTPUT FiPersonnel.
           OPEN INPUT FiPersonnelEntree.
           OPEN OUTPUT FiRejetsPersonnel.

           read FiPersonnelEntree
               at end move "10" to fs-fiPersonnelEntree
           end-read.
           perform chargePersonnel until finFiPersonnelEntree.

           perform ecritBilanPersonnel.

           CLOSE FiPersonnel FiPersonnelEntree FiRejetsPersonnel.
           STOP RUN.

       chargePersonnel.
      *****************************************
           add 1 to nbPersonnelLus.
           perform validePersonnel.
           if validePersonnelEntree
               move codePersonnelEntree to codePersonnel
               move nomPersonnelEntree to nomPersonnel
               move prenomPersonnelEntree to prenomPersonnel
               move rolesPersonnelEntree to rolesPersonnel
               move joursDispoEntree to joursDispoPersonnel
               move tauxHoraireEntree to tauxHorairePersonnel
               if etatPersonnelEntree = space
                   move "A" to etatPersonnel
               else
                   move etatPersonnelEntree to etatPersonnel
               end-if
               write EnregPersonnel
                   invalid key
                       move "06" to codeErreurRejetPersonnel
                       move EnregPersonnelEntree to ligneRejetPersonnel
                       write EnregRejetPersonnel
                       add 1 to nbPersonnelRejetes
                   not invalid key
                       add 1 to nbPersonnelEcrits
               end-write
           else
               move EnregPersonnelEntree to ligneRejetPersonnel
               write EnregRejetPersonnel
               add 1 to nbPersonnelRejetes
           end-if.
           read FiPersonnelEntree
               at end move "10" to fs-fiPersonnelEntree
           end-read.

       validePersonnel.
      *****************************************
      *    01 code absent, 02 nom absent, 03 poste inconnu ou aucun
      *    poste (P placeur, V vestiaire, B bar), 04 disponibilites
      *    autres que O/N ou aucun jour disponible, 05 taux horaire
      *    non numerique ou nul, 06 doublon, 07 etat inconnu
           move "O" to personnelEntreeValide.
           if codePersonnelEntree = spaces
               move "N" to personnelEntreeValide
               move "01" to codeErreurRejetPersonnel
           end-if.
           if validePersonnelEntree and nomPersonnelEntree = spaces
               move "N" to personnelEntreeValide
               move "02" to codeErreurRejetPersonnel
           end-if.
           if validePersonnelEntree
               move 0 to nbRolesEntree
               perform varying iRole from 1 by 1 until iRole > 3
                   evaluate rolePersonnelEntree(iRole)
                       when "P"
                       when "V"
                       when "B"
                           add 1 to nbRolesEntree
                       when space
                           continue
                       when other
                           move "N" to personnelEntreeValide
                   end-evaluate
               end-perform
               if nbRolesEntree = 0
                   move "N" to personnelEntreeValide
               end-if
               if invalidePersonnelEntree
                   move "03" to codeErreurRejetPersonnel
               end-if
           end-if.
           if validePersonnelEntree
               if joursDispoEntree = "NNNNNNN"
                   move "N" to personnelEntreeValide
               end-if
               perform varying iJourDispo from 1 by 1
                       until iJourDispo > 7
                   if jourDispoEntree(iJourDispo) not = "O"
                           and jourDispoEntree(iJourDispo) not = "N"
                       move "N" to personnelEntreeValide
                   end-if
               end-perform
               if invalidePersonnelEntree
                   move "04" to codeErreurRejetPersonnel
               end-if
           end-if.
           if validePersonnelEntree
               if tauxHoraireEntree is not numeric
                   move "N" to personnelEntreeValide
                   move "05" to codeErreurRejetPersonnel
               else
                   if tauxHoraireEntree = 0
                       move "N" to personnelEntreeValide
                       move "05" to codeErreurRejetPersonnel
                   end-if
               end-if
           end-if.
           if validePersonnelEntree
                   and etatPersonnelEntree not = space
                   and etatPersonnelEntree not = "A"
                   and etatPersonnelEntree not = "I"
               move "N" to personnelEntreeValide
               move "07" to codeErreurRejetPersonnel
           end-if.

       ecritBilanPersonnel.
      *****************************************
           move nbPersonnelLus to nbPersonnelLusEd.
           move nbPersonnelEcrits to nbPersonnelEcritsEd.
           move nbPersonnelRejetes to nbPersonnelRejetesEd.
           display LigneBilanPersonnelLus.
           display LigneBilanPersonnelEcrits.
           display LigneBilanPersonnelRejetes.

       end program ChargementPersonnel.
