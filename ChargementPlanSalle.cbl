
          select FiRejetsPlan assign "../Fichiers/planSalleRejets.seq"
              organization is line sequential.

          select optional FiConfigSalles
              assign "../Fichiers/CONFIGSALLES.IND"
              organization is indexed access mode is dynamic
              record key is cleConfigSalle
                  file status is fs-fiConfigSalles.
       data division.
      *========================================
       file section.
      *    rangees, si bien que des numeros consecutifs d'une meme
      *    categorie sont des sieges voisins de la meme rangee, sauf
      *    au changement de rangee -- c'est ce qui place une
      *    reservation multiple sur des sieges contigus ; chaque
      *    configuration de la salle (debout, cabaret...) a son
      *    propre plan, la configuration a blanc portant le plan
      *    par defaut de la salle ; la zone tarifaire (P premium, S
      *    standard, R visibilite reduite) module le prix du siege
      *    dans sa categorie
       01 EnregPlanSiege.
           02 clePlanSiege.
               03 numSallePlan             pic 9(2).
               03 codeConfigPlan           pic x(4).
               03 numeroSiegePlan          pic 9(4).
           02 rangeePlan                   pic x(2).
           02 siegeDansRangPlan            pic 9(3).
           02 couloirPlan                  pic x.
           02 visibilitePlan               pic x.
           02 accessiblePlan               pic x.
           02 zonePlan                     pic x.
       FD FiPlanEntree.
       01 EnregPlanEntree.
           02 numSalleEntree               pic 9(2).
           02 couloirEntree                pic x.
           02 visibiliteEntree             pic x.
           02 accessibleEntree             pic x.
           02 codeConfigEntree             pic x(4).
           02 zoneEntree                   pic x.
       FD FiRejetsPlan.
       01 EnregRejetPlan.
           02 codeErreurRejetPlan          pic x(2).
           02 ligneRejetPlan               pic x(24).
       FD FiConfigSalles.
       01 EnregConfigSalle.
           02 cleConfigSalle.
               03 numSalleConfig           pic 9(2).
               03 codeConfigSalle          pic x(4).
           02 libelleConfigSalle           pic x(20).
           02 tabPlacesConfig              pic 9(9).
           02 REDEFINES tabPlacesConfig.
               03 nbPlacesConfig           pic 9(3) OCCURS 3.
           02 placesAccessiblesConfig      pic 9(3).

       working-storage section.
      *----------------------------------------
           88 finErreurFiPlanSalle VALUES "10" THRU "99".
       77 fs-fiPlanEntree                  pic x(2).
           88 finFiPlanEntree      VALUE "10".
       77 fs-fiConfigSalles                pic x(2).
       77 planEntreeValide                 pic x value "O".
           88 validePlanEntree      VALUE "O".
           88 invalidePlanEntree    VALUE "N".
           OPEN OUTPUT FiPlanSalle.
           OPEN INPUT FiPlanEntree.
           OPEN OUTPUT FiRejetsPlan.
           OPEN INPUT FiConfigSalles.

           read FiPlanEntree
               at end move "10" to fs-fiPlanEntree

           perform ecritBilanPlan.

           CLOSE FiPlanSalle FiPlanEntree FiRejetsPlan FiConfigSalles.
           STOP RUN.

       chargeSiegePlan.
           perform valideSiegePlan.
           if validePlanEntree
               move numSalleEntree to numSallePlan
               move codeConfigEntree to codeConfigPlan
               move numeroSiegeEntree to numeroSiegePlan
               move rangeeEntree to rangeePlan
               move siegeDansRangEntree to siegeDansRangPlan
               move couloirEntree to couloirPlan
               move visibiliteEntree to visibilitePlan
               move accessibleEntree to accessiblePlan
               move zoneEntree to zonePlan
               write EnregPlanSiege
                   invalid key
                       move "05" to codeErreurRejetPlan
       valideSiegePlan.
      *****************************************
      *    01 salle invalide, 02 numero de siege invalide, 03 rangee
      *    absente, 04 siege dans la rangee invalide, 05 doublon,
      *    06 configuration inconnue de la salle, 07 zone tarifaire
      *    invalide ; sans zone saisie, un siege a visibilite reduite
      *    est classe en zone R et les autres en zone S
           move "O" to planEntreeValide.
           if numSalleEntree is not numeric or numSalleEntree = 0
               move "N" to planEntreeValide
               move "N" to planEntreeValide
               move "04" to codeErreurRejetPlan
           end-if.
           if validePlanEntree and codeConfigEntree not = spaces
               move numSalleEntree to numSalleConfig
               move codeConfigEntree to codeConfigSalle
               read FiConfigSalles
                   invalid key
                       move "N" to planEntreeValide
                       move "06" to codeErreurRejetPlan
               end-read
           end-if.
           if validePlanEntree and zoneEntree = space
               if visibiliteEntree = "R"
                   move "R" to zoneEntree
               else
                   move "S" to zoneEntree
               end-if
           end-if.
      *    une place a visibilite reduite ne se vend pas en premium
           if validePlanEntree
                   and (zoneEntree not = "P" and "S" and "R"
                       or (zoneEntree = "P" and visibiliteEntree = "R"))
               move "N" to planEntreeValide
               move "07" to codeErreurRejetPlan
           end-if.

       ecritBilanPlan.
      *****************************************
