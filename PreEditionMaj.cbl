               03 codeGenreAbo             pic x(5).
               03 categAbo                 pic 9.
               03 dateDebutAbo             pic 9(8).
               03 nbEcheancesAbo           pic x.
           02 REDEFINES informationsAction.
               03 codeSpectHold            pic x(7).
               03 categHold                pic 9.
               03 codeSpectModif           pic x(7).
               03 dateRepresentationModif  pic 9(8).
               03 numSalleModif            pic 99.
               03 codeConfigModif          pic x(4).
           02 REDEFINES informationsAction.
               03 codeSpectAlloc           pic x(7).
               03 categAlloc               pic 9.
               03 codeClientCedant         pic x(6).
               03 codeClientBeneficiaire   pic x(6).
               03 nomClientBeneficiaire    pic x(20).
           02 REDEFINES informationsAction.
               03 codeSpectDepot           pic x(7).
               03 categDepot               pic 9.
               03 nbPlacesDepot            pic 99.
               03 codeClientDepot          pic x(6).
               03 dateDepot                pic 9(8).
               03 modeRemboursementDepot   pic x.
           02 REDEFINES informationsAction.
               03 codeSpectQuota           pic x(7).
               03 categQuota               pic 9.
               03 nbPlacesQuota            pic 9(3).
               03 codeAgenceQuota          pic x(4).
           02 REDEFINES informationsAction.
               03 codeSpectVenteAgence     pic x(7).
               03 categVenteAgence         pic 9.
               03 nbPlacesVenteAgence      pic 99.
               03 codeAgenceVente          pic x(4).
               03 dateVenteAgence          pic 9(8).
               03 referenceVenteAgence     pic x(10).
           02 REDEFINES informationsAction.
               03 codeClientRejet          pic x(6).
               03 codeSpectRejet           pic x(7).
               03 dateRepresentationRejet  pic 9(8).
               03 montantRejet             pic 9(5)v99.
               03 dateReglementRejet       pic 9(8).
               03 modeReglementRejet       pic x.
               03 motifRejet               pic x.
           02 REDEFINES informationsAction.
               03 codeForfaitResa          pic x(6).
               03 codeClientForfait        pic x(6).
               03 nomClientForfait         pic x(20).
               03 nbSpectaclesForfait      pic 9.
               03 codeSpectChoisiForfait   pic x(7) OCCURS 6.
           02 REDEFINES informationsAction.
               03 codeGenreSerie           pic x(5).
               03 titreSerie               pic x(30).
               03 numSalleSerie            pic 99.
               03 dateDebutSerie           pic 9(8).
               03 dateFinSerie             pic 9(8).
               03 joursSerie               pic x(7).
               03 heureSerie               pic 9(4).
               03 codeConfigSerie          pic x(4).
           02 canalMaj                     pic x.
           02 codeOperateurMaj             pic x(4).
       01 EnregDateRepresentation.
           02 codeGenreNouveau             pic x(5).
           02 dateRepresentationNouveau    pic 9(8).
           02 numSalleNouveau              pic 99.
           02 heureRepresentationNouveau   pic 9(4).
           02 codeConfigNouveau            pic x(4).
       01 EnregRelacheSerie.
           02 codeGenreRelache             pic x(5).
           02 dateRelache                  pic 9(8).
       FD FiMajPropre.
       01 EnregMajPropre                   pic x(81).
       FD FiRejetsMaj.
       01 EnregRejetMaj.
           02 codeRaisonRejet              pic x(2).
           02 descriptionRejet             pic x(42).
           02 ligneRejetMaj                pic x(81).
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
           88 ajoutRejete           VALUE "O".
           88 ajoutAccepte          VALUE "N".
       77 genreEnCours                     pic x(5) value spaces.
       77 serieEnCoursFlag                 pic x value "N".
           88 serieEnCours          VALUE "O".
       77 iJourSerie                       pic 9.
       77 nbJoursJouesSerie                pic 9.
       77 heureVerifiee                    pic x(4).
       77 dateVerifiee                     pic 9(8).
       77 dateValideFlag                   pic x.
           88 dateValide            VALUE "O".
       77 genreConnuFlag                   pic x.
           88 genreConnu            VALUE "O".
           88 genreInconnu          VALUE "N".
       77 iChoixForfait                    pic 9.
       77 nbMajEntreeLues                  pic 9(5) value 0.
       77 nbMajAcceptees                   pic 9(5) value 0.
       77 nbMajRejetees                    pic 9(5) value 0.
               VALUE "Heure de representation invalide".
           02 libelleRaison22              pic x(42)
               VALUE "Numero de carnet invalide".
           02 libelleRaison23              pic x(42)
               VALUE "Code agence obligatoire absent".
           02 libelleRaison24              pic x(42)
               VALUE "Reglement rejete ni cheque, carte, prelev.".
           02 libelleRaison25              pic x(42)
               VALUE "Nombre d'echeances d'abonnement invalide".
           02 libelleRaison26              pic x(42)
               VALUE "Configuration de salle obligatoire absente".
           02 libelleRaison27              pic x(42)
               VALUE "Serie : periode ou jours joues invalides".
           02 libelleRaison28              pic x(42)
               VALUE "Relache orpheline d'une serie rejetee".
           02 libelleRaison29              pic x(42)
               VALUE "Code forfait obligatoire absent".
           02 libelleRaison30              pic x(42)
               VALUE "Nombre de spectacles du forfait invalide".
       01 REDEFINES LibellesRaisonRejet.
           02 libelleRaisonRejet           pic x(42) OCCURS 30.
       01 LigneBilanPreEditionLues.
           02                              pic x(35)
               VALUE "Transactions lues               : ".
      *****************************************
      *    un 'N' accepte ouvre une serie de lignes de
      *    representations portant son code genre, controlees a
      *    part ; un 'U' ouvre de meme ses lignes de relache ; toute
      *    autre ligne referme la serie
           add 1 to nbMajEntreeLues.
           if enAttenteReps and codeGenreNouveau = genreEnCours
               if serieEnCours
                   perform controleLigneRelache
               else
                   perform controleLigneRepresentation
               end-if
           else
               move "N" to enAttenteRepsFlag
               move "N" to serieEnCoursFlag
               move "O" to transactionValide
               evaluate codeMaj
                   when "N"
                       perform controleAjout
                   when "U"
                       perform controleSerie
                   when "R"
                       perform controleReservation
                   when "A"
                       perform controleContratGroupe
                   when "T"
                       perform controleTransfert
                   when "D"
                       perform controleDepot
                   when "Q"
                       perform controleContingent
                   when "V"
                       perform controleVenteAgence
                   when "I"
                       perform controleRejetPaiement
                   when "O"
                       perform controleForfait
                   when other
                       move 01 to raisonRejetCourante
                       perform rejette
               move codeGenreNouv to genreEnCours
           end-if.

       controleSerie.
      *****************************************
      *    serie de representations : memes exigences qu'un ajout et
      *    ses lignes reunies, plus une periode dans l'ordre et au
      *    moins un jour joue ("O" du lundi au dimanche)
           if codeGenreSerie = spaces
               perform signaleRejet07
           end-if.
           if valideTransaction
               move codeGenreSerie to codeGenreVerifie
               perform verifieGenreConnu
               if genreInconnu
                   move 15 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction and titreSerie = spaces
               move 02 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (numSalleSerie is not numeric
                       or numSalleSerie = 0)
               move 08 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
               move dateDebutSerie to dateVerifiee
               perform controleDateCalendrier
               if dateValide
                   move dateFinSerie to dateVerifiee
                   perform controleDateCalendrier
               end-if
               if dateInvalide
                   move 03 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction
               move 0 to nbJoursJouesSerie
               perform varying iJourSerie from 1 by 1
                       until iJourSerie > 7
                   evaluate joursSerie(iJourSerie:1)
                       when "O"
                           add 1 to nbJoursJouesSerie
                       when "N"
                       when space
                           continue
                       when other
                           move 9 to nbJoursJouesSerie
                   end-evaluate
               end-perform
               if dateFinSerie < dateDebutSerie
                       or nbJoursJouesSerie = 0
                       or nbJoursJouesSerie > 7
                   move 27 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction
                   and heureSerie not = spaces
                   and heureSerie not = zeroes
               move heureSerie to heureVerifiee
               if heureVerifiee is not numeric
                       or heureVerifiee > "2359"
                       or heureVerifiee(3:2) > "59"
                   move 21 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction and codeConfigSerie = spaces
               move 26 to raisonRejetCourante
               perform rejette
           end-if.
           move "O" to enAttenteRepsFlag.
           move "O" to serieEnCoursFlag.
           move codeGenreSerie to genreEnCours.
           if valideTransaction
               move "N" to ajoutRejeteFlag
           else
               move "O" to ajoutRejeteFlag
           end-if.

       controleLigneRelache.
      *****************************************
      *    jour de relache d'une serie : une date du calendrier ;
      *    celle d'une serie rejetee part en correction avec elle
           move "O" to transactionValide.
           if ajoutRejete
               move 28 to raisonRejetCourante
               perform rejette
           else
               move dateRelache to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction
               perform accepteTransaction
           end-if.

       controleLigneRepresentation.
      *****************************************
      *    ligne de representation d'un ajout : si l'ajout lui-meme
                       perform rejette
                   end-if
               end-if
      *    chaque representation nomme la configuration de salle
      *    dans laquelle elle est montee
               if valideTransaction and codeConfigNouveau = spaces
                   move 26 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction
               perform accepteTransaction
           end-if.
      *    le mode de reglement est facultatif (vide : non precise)
      *    mais, porte, il doit etre un mode connu : especes (E),
      *    carte (C), cheque (Q), virement (V), avoir (A), points
      *    de fidelite (F) ou prelevement sur mandat (P)
           if valideTransaction and modePaiement not = spaces
                   and modePaiement not = "E"
                   and modePaiement not = "C"
                   and modePaiement not = "Q"
                   and modePaiement not = "V"
                   and modePaiement not = "A"
                   and modePaiement not = "F"
                   and modePaiement not = "P"
               move 20 to raisonRejetCourante
               perform rejette
           end-if.
                   perform rejette
               end-if
           end-if.
      *    paiement echelonne facultatif : vide ou 0-1 au comptant,
      *    2 a 9 mensualites prelevees
           if valideTransaction and nbEcheancesAbo not = space
                   and nbEcheancesAbo is not numeric
               move 25 to raisonRejetCourante
               perform rejette
           end-if.

       controleOption.
      *****************************************
           if valideTransaction
                   and dateRepresentationModif = zeroes
                   and numSalleModif = zeroes
                   and codeConfigModif = spaces
               move 13 to raisonRejetCourante
               perform rejette
           end-if.
      *    la modification renomme toujours la configuration de la
      *    representation, meme inchangee, comme a la creation
           if valideTransaction and codeConfigModif = spaces
               move 26 to raisonRejetCourante
               perform rejette
           end-if.

       controleEchange.
      *****************************************
               perform rejette
           end-if.

       controleDepot.
      *****************************************
           if codeSpectDepot = spaces
               move 09 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (categDepot is not numeric
                       or categDepot < 1 or categDepot > 3)
               move 04 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (nbPlacesDepot is not numeric
                       or nbPlacesDepot = 0)
               move 05 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction and codeClientDepot = spaces
               move 06 to raisonRejetCourante
               perform rejette
           end-if.
      *    la date de remise est facultative (vide ou zero : date du
      *    traitement) mais, portee, elle doit exister au calendrier
           if valideTransaction
                   and dateDepot not = spaces
                   and dateDepot not = zeroes
               move dateDepot to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
      *    remboursement du cedant, une fois les places revendues :
      *    vide pour le flux des remboursements, "A" pour un avoir
           if valideTransaction
                   and modeRemboursementDepot not = spaces
                   and modeRemboursementDepot not = "A"
               move 16 to raisonRejetCourante
               perform rejette
           end-if.

       controleContingent.
      *****************************************
           if codeSpectQuota = spaces
               move 09 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (categQuota is not numeric
                       or categQuota < 1 or categQuota > 3)
               move 04 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (nbPlacesQuota is not numeric
                       or nbPlacesQuota = 0)
               move 05 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction and codeAgenceQuota = spaces
               move 23 to raisonRejetCourante
               perform rejette
           end-if.

       controleVenteAgence.
      *****************************************
           if codeSpectVenteAgence = spaces
               move 09 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (categVenteAgence is not numeric
                       or categVenteAgence < 1 or categVenteAgence > 3)
               move 04 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (nbPlacesVenteAgence is not numeric
                       or nbPlacesVenteAgence = 0)
               move 05 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction and codeAgenceVente = spaces
               move 23 to raisonRejetCourante
               perform rejette
           end-if.
      *    la date de vente est facultative (vide ou zero : date du
      *    traitement) mais, portee, elle doit exister au calendrier
           if valideTransaction
                   and dateVenteAgence not = spaces
                   and dateVenteAgence not = zeroes
               move dateVenteAgence to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.

       controleRejetPaiement.
      *****************************************
      *    le rejet reprend les references exactes du reglement
      *    d'origine (client, representation, montant, date et
      *    mode) : seul un cheque, un paiement carte ou un
      *    prelevement se rejette
           if codeClientRejet = spaces
               move 06 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction and codeSpectRejet = spaces
               move 09 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (montantRejet is not numeric
                       or montantRejet = 0)
               move 11 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
               move dateReglementRejet to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction
               move dateRepresentationRejet to dateVerifiee
               perform controleDateCalendrier
               if dateInvalide
                   move 03 to raisonRejetCourante
                   perform rejette
               end-if
           end-if.
           if valideTransaction
                   and modeReglementRejet not = "Q"
                   and modeReglementRejet not = "C"
                   and modeReglementRejet not = "P"
               move 24 to raisonRejetCourante
               perform rejette
           end-if.

       controleForfait.
      *****************************************
      *    forfait multi-productions : 1 a 6 representations
      *    choisies, chacune par son code spectacle
           if codeForfaitResa = spaces
               move 29 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction and codeClientForfait = spaces
               move 06 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
                   and (nbSpectaclesForfait is not numeric
                       or nbSpectaclesForfait < 1
                       or nbSpectaclesForfait > 6)
               move 30 to raisonRejetCourante
               perform rejette
           end-if.
           if valideTransaction
               perform controleChoixForfait
                   varying iChoixForfait from 1 by 1
                   until iChoixForfait > nbSpectaclesForfait
                   or invalideTransaction
           end-if.

       controleChoixForfait.
      *****************************************
           if codeSpectChoisiForfait(iChoixForfait) = spaces
               move 09 to raisonRejetCourante
               perform rejette
           end-if.

       signaleRejet07.
      *****************************************
           move 07 to raisonRejetCourante.
