           02 codeErreur                   pic x(2).
           02 descriptionErreur            pic x(42).
           02 libelleCategErreur           pic x(12).
           02 ligneErreur                  pic x(81).
       FD FiComptesRecyclage.
      *    memoire des tentatives : l'image complete de la
      *    transaction sert de cle, si bien qu'une ligne corrigee
      *    par le guichet repart avec un compteur neuf
       01 EnregCompteRecyclage.
           02 nbEssaisCompte               pic 99.
           02 ligneCompte                  pic x(81).
       FD FiParamRecyclage.
       01 EnregParamRecyclage.
           02 maxEssaisParam               pic 99.
       FD FiMajSortie.
       01 EnregMajSortie                   pic x(81).
       FD FiTravailRecyclage.
       01 EnregTravailRecyclage.
           02 nbEssaisTravail              pic 99.
           02 ligneTravail                 pic x(81).
       FD FiMajMorts.
       01 EnregMajMort.
           02 nbEssaisMort                 pic 99.
           02 ligneMorte                   pic x(81).

       working-storage section.
      *----------------------------------------
       77 nbComptesCharges                 pic 9(3) value 0.
       01 tabComptes.
           02 detailCompte OCCURS 500.
               03 ligneConnue              pic x(81).
               03 nbEssaisConnus           pic 99.
       77 nbErreursRelues                  pic 9(5) value 0.
       77 nbLignesRecyclees                pic 9(5) value 0.
