       program-id. RapportCampagnesDons as "RapportCampagnesDons".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
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

          select FiRapportCampagnes assign
                  "../Fichiers/rapportCampagnesDons.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
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
       FD FiRapportCampagnes.
       01 EnregRapportCampagnes            pic x(100).

       working-storage section.
      *----------------------------------------
       77 fs-fiDons                        pic x(2).
           88 finErreurFiDons       VALUES "10" THRU "99".
       77 fs-fiCampagnes                   pic x(2).
           88 finFiCampagnes        VALUE "10".
       77 nbCampagnes                      pic 9(3) value 0.
       77 iCampagne                        pic 9(3).
       77 tauxAtteint                      pic 9(4).
       77 nbDonsHorsCampagne               pic 9(5) value 0.
       77 montantHorsCampagne              pic 9(9)v99 value 0.
       77 nbDonsTotal                      pic 9(5) value 0.
       77 montantDonsTotal                 pic 9(9)v99 value 0.
       01 tabCampagnes.
           02 detailCampagne OCCURS 100.
               03 codeCampagneT            pic x(6).
               03 libelleCampagneT         pic x(30).
               03 objectifCampagneT        pic 9(7)v99.
               03 nbDonsCampagneT          pic 9(5).
               03 montantCampagneT         pic 9(9)v99.
       01 LigneEnteteCampagnes.
           02                              pic x(8) VALUE "Campagne".
           02                              pic x(30) VALUE SPACES.
           02                              pic x(6) VALUE "  Dons".
           02                              pic x(14)
               VALUE "      Collecte".
           02                              pic x(14)
               VALUE "      Objectif".
           02                              pic x(7) VALUE "  Taux".
       01 LigneCampagne.
           02 codeCampagneEd               pic x(6).
           02                              pic x VALUE SPACE.
           02 libelleCampagneEd            pic x(30).
           02                              pic x VALUE SPACE.
           02 nbDonsCampagneEd             pic zzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 montantCampagneEd            pic zzzzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 objectifCampagneEd           pic zzzzzzzz9,99.
           02                              pic x(2) VALUE SPACES.
           02 tauxAtteintEd                pic zzz9.
           02                              pic x VALUE "%".
       01 LigneTotalCampagnes.
           02                              pic x(38)
               VALUE "Total des dons".
           02 nbDonsTotalEd                pic zzzzz9.
           02                              pic x(2) VALUE SPACES.
           02 montantDonsTotalEd           pic zzzzzzzz9,99.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    montants collectes et nombre de dons par campagne, face
      *    a l'objectif du referentiel ; les dons sans campagne ou
      *    sur une campagne retiree du referentiel sont regroupes
      *    sur une ligne hors campagne
           OPEN INPUT FiDons.
           OPEN OUTPUT FiRapportCampagnes.

           perform chargerCampagnes.

           read FiDons next
               at end move "10" to fs-fiDons
           end-read.
           perform cumuleDon until finErreurFiDons.

           display LigneEnteteCampagnes.
           move LigneEnteteCampagnes to EnregRapportCampagnes.
           write EnregRapportCampagnes.
           perform varying iCampagne from 1 by 1
                   until iCampagne > nbCampagnes
               perform ecritLigneCampagne
           end-perform.
           perform ecritLigneHorsCampagne.

           move nbDonsTotal to nbDonsTotalEd.
           move montantDonsTotal to montantDonsTotalEd.
           display LigneTotalCampagnes.
           move LigneTotalCampagnes to EnregRapportCampagnes.
           write EnregRapportCampagnes.

           CLOSE FiDons FiRapportCampagnes.
           STOP RUN.

       chargerCampagnes.
      *****************************************
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
           move libelleCampagneLu to libelleCampagneT(nbCampagnes).
           move objectifCampagneLu to objectifCampagneT(nbCampagnes).
           move 0 to nbDonsCampagneT(nbCampagnes).
           move 0 to montantCampagneT(nbCampagnes).
           read FiCampagnes
               at end move "10" to fs-fiCampagnes
           end-read.

       cumuleDon.
      *****************************************
           add 1 to nbDonsTotal.
           add montantDon to montantDonsTotal.
           perform varying iCampagne from 1 by 1
                   until iCampagne > nbCampagnes
                       or codeCampagneT(iCampagne) = codeCampagneDon
               continue
           end-perform.
           if codeCampagneDon = spaces or iCampagne > nbCampagnes
               add 1 to nbDonsHorsCampagne
               add montantDon to montantHorsCampagne
           else
               add 1 to nbDonsCampagneT(iCampagne)
               add montantDon to montantCampagneT(iCampagne)
           end-if.
           read FiDons next
               at end move "10" to fs-fiDons
           end-read.

       ecritLigneCampagne.
      *****************************************
           move codeCampagneT(iCampagne) to codeCampagneEd.
           move libelleCampagneT(iCampagne) to libelleCampagneEd.
           move nbDonsCampagneT(iCampagne) to nbDonsCampagneEd.
           move montantCampagneT(iCampagne) to montantCampagneEd.
           move objectifCampagneT(iCampagne) to objectifCampagneEd.
           if objectifCampagneT(iCampagne) > 0
               compute tauxAtteint rounded =
                   montantCampagneT(iCampagne) * 100
                       / objectifCampagneT(iCampagne)
                   on size error move 9999 to tauxAtteint
               end-compute
           else
               move 0 to tauxAtteint
           end-if.
           move tauxAtteint to tauxAtteintEd.
           display LigneCampagne.
           move LigneCampagne to EnregRapportCampagnes.
           write EnregRapportCampagnes.

       ecritLigneHorsCampagne.
      *****************************************
           move spaces to codeCampagneEd.
           move "Hors campagne" to libelleCampagneEd.
           move nbDonsHorsCampagne to nbDonsCampagneEd.
           move montantHorsCampagne to montantCampagneEd.
           move 0 to objectifCampagneEd.
           move 0 to tauxAtteintEd.
           display LigneCampagne.
           move LigneCampagne to EnregRapportCampagnes.
           write EnregRapportCampagnes.

       end program RapportCampagnesDons.
