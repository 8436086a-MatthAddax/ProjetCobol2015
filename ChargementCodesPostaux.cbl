       program-id. ChargementCodesPostaux
           as "ChargementCodesPostaux".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select FiCodesPostaux assign "../Fichiers/CODESPOSTAUX.IND"
              organization is indexed access mode is dynamic
              record key is cleCodePostal
                  file status is fs-fiCodesPostaux.

          select FiCodesPostauxEntree
              assign "../Fichiers/codesPostauxEntree.seq"
              organization is line sequential
              file status is fs-fiCodesPostauxEntree.

          select FiRejetsCodesPostaux
              assign "../Fichiers/codesPostauxRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiCodesPostaux.
      *    referentiel des codes postaux et communes : une ligne par
      *    commune desservie par le code (un code couvre souvent
      *    plusieurs communes), avec son departement et sa distance
      *    au theatre en kilometres pour les tranches de la zone de
      *    chalandise ; le nom de commune est en majuscules
       01 EnregCodePostal.
           02 cleCodePostal.
               03 codePostalRef            pic x(5).
               03 communeRef               pic x(30).
           02 departementRef               pic x(3).
           02 distanceKmRef                pic 9(4).
       FD FiCodesPostauxEntree.
       01 EnregCodePostalEntree.
           02 codePostalEntree             pic x(5).
           02 communeEntree                pic x(30).
           02 departementEntree            pic x(3).
           02 distanceKmEntree             pic 9(4).
       FD FiRejetsCodesPostaux.
       01 EnregRejetCodePostal.
           02 codeErreurRejetCodePostal    pic x(2).
           02 ligneRejetCodePostal         pic x(42).

       working-storage section.
      *----------------------------------------
       77 fs-fiCodesPostaux                pic x(2).
       77 fs-fiCodesPostauxEntree          pic x(2).
           88 finFiCodesPostauxEntree VALUE "10".
       77 codePostalEntreeValide           pic x value "O".
           88 valideCodePostalEntree   VALUE "O".
           88 invalideCodePostalEntree VALUE "N".
       77 nbCodesPostauxLus                pic 9(5) value 0.
       77 nbCodesPostauxEcrits             pic 9(5) value 0.
       77 nbCodesPostauxRejetes            pic 9(5) value 0.
       01 minusculesCommune                pic x(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 majusculesCommune                pic x(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 LigneBilanCodesPostauxLus.
           02                              pic x(35)
               VALUE "Communes lues                   : ".
           02 nbCodesPostauxLusEd          pic zzzz9.
       01 LigneBilanCodesPostauxEcrits.
           02                              pic x(35)
               VALUE "Communes ecrites                : ".
           02 nbCodesPostauxEcritsEd       pic zzzz9.
       01 LigneBilanCodesPostauxRejetes.
           02                              pic x(35)
               VALUE "Communes rejetees               : ".
           02 nbCodesPostauxRejetesEd      pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
           OPEN OUTPUT FiCodesPostaux.
           OPEN INPUT FiCodesPostauxEntree.
           OPEN OUTPUT FiRejetsCodesPostaux.

           read FiCodesPostauxEntree
               at end move "10" to fs-fiCodesPostauxEntree
           end-read.
           perform chargeCodePostal until finFiCodesPostauxEntree.

           perform ecritBilanCodesPostaux.

           CLOSE FiCodesPostaux FiCodesPostauxEntree
                 FiRejetsCodesPostaux.
           STOP RUN.

       chargeCodePostal.
      *****************************************
           add 1 to nbCodesPostauxLus.
           perform valideCodePostal.
           if valideCodePostalEntree
               move codePostalEntree to codePostalRef
               move communeEntree to communeRef
               inspect communeRef
                   converting minusculesCommune to majusculesCommune
               move departementEntree to departementRef
               move distanceKmEntree to distanceKmRef
               write EnregCodePostal
                   invalid key
                       move "03" to codeErreurRejetCodePostal
                       move EnregCodePostalEntree
                           to ligneRejetCodePostal
                       write EnregRejetCodePostal
                       add 1 to nbCodesPostauxRejetes
                   not invalid key
                       add 1 to nbCodesPostauxEcrits
               end-write
           else
               move EnregCodePostalEntree to ligneRejetCodePostal
               write EnregRejetCodePostal
               add 1 to nbCodesPostauxRejetes
           end-if.
           read FiCodesPostauxEntree
               at end move "10" to fs-fiCodesPostauxEntree
           end-read.

       valideCodePostal.
      *****************************************
      *    01 code postal autre que cinq chiffres, 02 commune
      *    absente, 03 doublon code + commune, 04 departement
      *    absent, 05 distance non numerique
           move "O" to codePostalEntreeValide.
           if codePostalEntree is not numeric
               move "N" to codePostalEntreeValide
               move "01" to codeErreurRejetCodePostal
           end-if.
           if valideCodePostalEntree and communeEntree = spaces
               move "N" to codePostalEntreeValide
               move "02" to codeErreurRejetCodePostal
           end-if.
           if valideCodePostalEntree and departementEntree = spaces
               move "N" to codePostalEntreeValide
               move "04" to codeErreurRejetCodePostal
           end-if.
           if valideCodePostalEntree and distanceKmEntree is not numeric
               move "N" to codePostalEntreeValide
               move "05" to codeErreurRejetCodePostal
           end-if.

       ecritBilanCodesPostaux.
      *****************************************
           move nbCodesPostauxLus to nbCodesPostauxLusEd.
           move nbCodesPostauxEcrits to nbCodesPostauxEcritsEd.
           move nbCodesPostauxRejetes to nbCodesPostauxRejetesEd.
           display LigneBilanCodesPostauxLus.
           display LigneBilanCodesPostauxEcrits.
           display LigneBilanCodesPostauxRejetes.

       end program ChargementCodesPostaux.
