           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
      *    ayants droit de la production (auteurs, compositeurs) :
      *    la societe de perception (SACD ou SACEM), le nom et le
      *    taux des droits en pourcentage de la recette hors taxes
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
           02 dureeEntree                  pic 9(3).
           02 classificationEntree         pic x(10).
           02 descriptifEntree             pic x(100).
           02 nbAyantsDroitEntree          pic 9.
           02 ayantDroitEntree OCCURS 4.
               03 societeAyantDroitEntree  pic x(5).
               03 nomAyantDroitEntree      pic x(30).
               03 tauxAyantDroitEntree     pic 99v99.
       FD FiRejetsProductions.
       01 EnregRejetProduction.
           02 codeErreurRejetProduction    pic x(2).
           02 ligneRejetProduction         pic x(335).

       working-storage section.
      *----------------------------------------
       77 productionValide                 pic x value "O".
           88 valideProduction      VALUE "O".
           88 invalideProduction    VALUE "N".
       77 iAyantDroit                      pic 9.
       77 nbProductionsLues                pic 9(5) value 0.
       77 nbProductionsEcrites             pic 9(5) value 0.
       77 nbProductionsRejetees            pic 9(5) value 0.
               move dureeEntree to dureeProduction
               move classificationEntree to classificationProduction
               move descriptifEntree to descriptifProduction
               move nbAyantsDroitEntree to nbAyantsDroitProduction
               perform varying iAyantDroit from 1 by 1
                       until iAyantDroit > 4
                   if iAyantDroit > nbAyantsDroitEntree
                       move spaces to societeAyantDroit(iAyantDroit)
                       move spaces to nomAyantDroit(iAyantDroit)
                       move 0 to tauxAyantDroit(iAyantDroit)
                   else
                       move ayantDroitEntree(iAyantDroit)
                           to ayantDroitProduction(iAyantDroit)
                   end-if
               end-perform
               write EnregProduction
                   invalid key
                       move "05" to codeErreurRejetProduction
       valideProductionEntree.
      *****************************************
      *    01 genre absent, 02 genre hors referentiel, 03 titre
      *    absent, 04 duree non numerique, 05 doublon de fiche,
      *    06 ayants droit invalides (nombre au-dela de 4, societe
      *    autre que SACD ou SACEM, nom absent, taux nul ou non
      *    numerique) ; une production sans ayant droit est admise
           move "O" to productionValide.
           if codeGenreProdEntree = spaces
               move "N" to productionValide
               move "N" to productionValide
               move "04" to codeErreurRejetProduction
           end-if.
           if valideProduction
               if nbAyantsDroitEntree is not numeric
                   move 9 to nbAyantsDroitEntree
               end-if
               if nbAyantsDroitEntree > 4
                   move "N" to productionValide
               else
                   perform valideAyantDroitEntree
                       varying iAyantDroit from 1 by 1
                       until iAyantDroit > nbAyantsDroitEntree
               end-if
               if invalideProduction
                   move "06" to codeErreurRejetProduction
               end-if
           end-if.

       valideAyantDroitEntree.
      *****************************************
           if societeAyantDroitEntree(iAyantDroit) not = "SACD"
                   and societeAyantDroitEntree(iAyantDroit)
                       not = "SACEM"
               move "N" to productionValide
           end-if.
           if nomAyantDroitEntree(iAyantDroit) = spaces
               move "N" to productionValide
           end-if.
           if tauxAyantDroitEntree(iAyantDroit) is not numeric
               move "N" to productionValide
           else
               if tauxAyantDroitEntree(iAyantDroit) = 0
                   move "N" to productionValide
               end-if
           end-if.

       ecritBilanProductions.
      *****************************************
