       program-id. ChargementConfigSalles as "ChargementConfigSalles".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select FiConfigSalles assign "../Fichiers/CONFIGSALLES.IND"
              organization is indexed access mode is dynamic
              record key is cleConfigSalle
                  file status is fs-fiConfigSalles.

          select FiSalle assign "../Fichiers/SALLE.REL"
              organization is relative access mode is dynamic
              relative key is salleIDLu
                  file status is fs-fiSalle.

          select FiConfigEntree
              assign "../Fichiers/configSallesEntree.seq"
              organization is line sequential
              file status is fs-fiConfigEntree.

          select FiRejetsConfig
              assign "../Fichiers/configSallesRejets.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiConfigSalles.
      *    configurations d'une salle : la grande salle se monte en
      *    places assises, debout pour les concerts ou en tables pour
      *    les galas ; chaque configuration porte ses capacites par
      *    categorie et ses places accessibles, et une representation
      *    nomme celle dans laquelle elle est jouee -- SALLE.REL ne
      *    garde que les capacites par defaut de la salle
       01 EnregConfigSalle.
           02 cleConfigSalle.
               03 numSalleConfig           pic 9(2).
               03 codeConfigSalle          pic x(4).
           02 libelleConfigSalle           pic x(20).
           02 tabPlacesConfig              pic 9(9).
           02 REDEFINES tabPlacesConfig.
               03 nbPlacesConfig           pic 9(3) OCCURS 3.
           02 placesAccessiblesConfig      pic 9(3).
       FD FiSalle.
       01 EnregSalle.
           02 salleID                      pic 9(2).
           02 tabPlacesCategories          pic 9(9).
           02 REDEFINES tabPlacesCategories.
               03 nbPlaces                 pic 9(3) OCCURS 3.
           02 tabPrixCategories.
               03 prixCategorie            pic 9(3)V99 OCCURS 3.
           02 nomSalle                     pic x(20).
           02 batiment                     pic x(20).
           02 placesAccessibles            pic 9(3).
       FD FiConfigEntree.
       01 EnregConfigEntree.
           02 numSalleEntree               pic 9(2).
           02 codeConfigEntree             pic x(4).
           02 libelleConfigEntree          pic x(20).
           02 tabPlacesEntree              pic x(9).
           02 REDEFINES tabPlacesEntree.
               03 nbPlacesEntree           pic 9(3) OCCURS 3.
           02 placesAccessiblesEntree      pic 9(3).
       FD FiRejetsConfig.
       01 EnregRejetConfig.
           02 codeErreurRejetConfig        pic x(2).
           02 ligneRejetConfig             pic x(38).

       working-storage section.
      *----------------------------------------
       77 fs-fiConfigSalles                pic x(2).
       77 fs-fiSalle                       pic x(2).
       77 fs-fiConfigEntree                pic x(2).
           88 finFiConfigEntree     VALUE "10".
       77 salleIDLu                        pic 9(2).
       77 configEntreeValide               pic x value "O".
           88 valideConfigEntree    VALUE "O".
           88 invalideConfigEntree  VALUE "N".
       77 nbConfigsLues                    pic 9(5) value 0.
       77 nbConfigsEcrites                 pic 9(5) value 0.
       77 nbConfigsRejetees                pic 9(5) value 0.
       01 LigneBilanConfigLues.
           02                              pic x(35)
               VALUE "Configurations de salle lues    : ".
           02 nbConfigsLuesEd              pic zzzz9.
       01 LigneBilanConfigEcrites.
           02                              pic x(35)
               VALUE "Configurations de salle ecrites : ".
           02 nbConfigsEcritesEd           pic zzzz9.
       01 LigneBilanConfigRejetees.
           02                              pic x(35)
               VALUE "Configurations de salle rejetees: ".
           02 nbConfigsRejeteesEd          pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    regeneration complete du referentiel des configurations a
      *    partir du fichier de saisie, comme le plan de salle :
      *    c'est une recreation, pas une mise a jour incrementale
           OPEN OUTPUT FiConfigSalles.
           OPEN INPUT FiConfigEntree FiSalle.
           OPEN OUTPUT FiRejetsConfig.

           read FiConfigEntree
               at end move "10" to fs-fiConfigEntree
           end-read.
           perform chargeConfigSalle until finFiConfigEntree.

           perform ecritBilanConfig.

           CLOSE FiConfigSalles FiConfigEntree FiSalle FiRejetsConfig.
           STOP RUN.

       chargeConfigSalle.
      *****************************************
           add 1 to nbConfigsLues.
           perform valideConfigSalle.
           if valideConfigEntree
               move numSalleEntree to numSalleConfig
               move codeConfigEntree to codeConfigSalle
               move libelleConfigEntree to libelleConfigSalle
               move tabPlacesEntree to tabPlacesConfig
               move placesAccessiblesEntree to placesAccessiblesConfig
               write EnregConfigSalle
                   invalid key
                       move "05" to codeErreurRejetConfig
                       move EnregConfigEntree to ligneRejetConfig
                       write EnregRejetConfig
                       add 1 to nbConfigsRejetees
                   not invalid key
                       add 1 to nbConfigsEcrites
               end-write
           else
               move EnregConfigEntree to ligneRejetConfig
               write EnregRejetConfig
               add 1 to nbConfigsRejetees
           end-if.
           read FiConfigEntree
               at end move "10" to fs-fiConfigEntree
           end-read.

       valideConfigSalle.
      *****************************************
      *    01 salle invalide ou absente de SALLE.REL, 02 code de
      *    configuration absent, 03 capacites non numeriques,
      *    04 places accessibles non numeriques, 05 doublon
           move "O" to configEntreeValide.
           if numSalleEntree is not numeric or numSalleEntree = 0
               move "N" to configEntreeValide
               move "01" to codeErreurRejetConfig
           end-if.
           if valideConfigEntree
               move numSalleEntree to salleIDLu
               read FiSalle
                   invalid key
                       move "N" to configEntreeValide
                       move "01" to codeErreurRejetConfig
               end-read
           end-if.
           if valideConfigEntree and codeConfigEntree = spaces
               move "N" to configEntreeValide
               move "02" to codeErreurRejetConfig
           end-if.
           if valideConfigEntree and tabPlacesEntree is not numeric
               move "N" to configEntreeValide
               move "03" to codeErreurRejetConfig
           end-if.
           if valideConfigEntree
                   and placesAccessiblesEntree is not numeric
               move "N" to configEntreeValide
               move "04" to codeErreurRejetConfig
           end-if.

       ecritBilanConfig.
      *****************************************
           move nbConfigsLues to nbConfigsLuesEd.
           move nbConfigsEcrites to nbConfigsEcritesEd.
           move nbConfigsRejetees to nbConfigsRejeteesEd.
           display LigneBilanConfigLues.
           display LigneBilanConfigEcrites.
           display LigneBilanConfigRejetees.

       end program ChargementConfigSalles.
