       program-id. DeclarationDroitsAuteur
           as "DeclarationDroitsAuteur".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiRemboursements
              assign "../Fichiers/remboursements.seq"
              organization is line sequential
              file status is fs-fiRemboursements.

          select OPTIONAL FiSpectacle assign "../Fichiers/SPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select optional FiProductions
              assign "../Fichiers/PRODUCTIONS.IND"
              organization is indexed access mode is dynamic
              record key is cleProduction
                  file status is fs-fiProductions.

          select optional FiTauxTVA
              assign "../Fichiers/tauxTVA.seq"
              organization is line sequential
              file status is fs-fiTauxTVA.

          select optional FiParamListing
              assign "../Fichiers/ParamListing.seq"
              organization is line sequential
              file status is fs-fiParamListing.

          select FiDeclarationDroits assign
                  "../Fichiers/droitsAuteur.seq"
              organization is line sequential.

          select FiControleDroits assign
                  "../Fichiers/droitsAuteurControle.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 dateRepresentationDetail     pic 9(8).
           02 categDetail                  pic 9.
           02 nbPlacesDetail               pic 99.
           02 codeClientDetail             pic x(6).
           02 nomClientDetail              pic x(20).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiRemboursements.
       01 EnregRemboursement.
           02 codeSpectRembours            pic x(7).
           02 dateRepresentationRembours   pic 9(8).
           02 categRembours                pic 9.
           02 nbPlacesRembours             pic 9(3).
           02 montantBrutRembours          pic 9(7)v99.
           02 tauxRembours                 pic 9(3).
           02 montantRembours              pic 9(7)v99.
           02 raisonRembours               pic 9.
           02 dateAnnulationRembours       pic 9(8).
       FD FiSpectacle.
       01 EnregSpectacle.
           02 codeSpect.
               03 codeGenre                pic x(5).
               03 codeNum                  pic 9(2).
           02 titre                        pic x(30).
           02 numSalle                     pic 9(2).
           02 dateRepresentation.
               03  anneeRepresentation    pic 9(4).
               03  moisRepresentation     pic 9(2).
               03  jourRepresentation     pic 9(2).
           02 tabReservationsCategories    pic 9(9).
           02 REDEFINES tabReservationsCategories.
               03 nbReservations           pic 9(3) OCCURS 3.
           02 nbReservationsAccessibles    pic 9(3).
           02 tabAllocationsCategories     pic 9(9).
           02 REDEFINES tabAllocationsCategories.
               03 nbAllocations            pic 9(3) OCCURS 3.
       FD FiProductions.
       01 EnregProduction.
           02 cleProduction.
               03 codeGenreProd            pic x(5).
               03 titreProduction          pic x(30).
           02 compagnieProduction          pic x(30).
           02 dureeProduction              pic 9(3).
           02 classificationProduction     pic x(10).
           02 descriptifProduction         pic x(100).
           02 nbAyantsDroitProduction      pic 9.
           02 ayantDroitProduction OCCURS 4.
               03 societeAyantDroit        pic x(5).
               03 nomAyantDroit            pic x(30).
               03 tauxAyantDroit           pic 99v99.
       FD FiTauxTVA.
       01 EnregTauxTVA.
           02 typeTauxTVALu                pic x.
           02 tauxTVALu                    pic 99v99.
       FD FiParamListing.
       01 EnregParamListing.
           02 anneeListingParam            pic 9(4).
           02 moisListingParam             pic 99.
       FD FiDeclarationDroits.
      *    une ligne par representation et par ayant droit, a
      *    transmettre a la societe de perception : les entrees
      *    nettes, la recette TTC nette des remboursements, sa base
      *    hors taxes, le taux et le montant des droits ; les
      *    montants sont signes, une representation remboursee sans
      *    vente dans la periode donne une regularisation negative
       01 EnregDeclarationDroits.
           02 societeDeclaree              pic x(5).
           02 periodeDeclaree              pic 9(6).
           02 codeSpectDeclare             pic x(7).
           02 dateRepDeclaree              pic 9(8).
           02 titreDeclare                 pic x(30).
           02 nomAyantDroitDeclare         pic x(30).
           02 nbEntreesDeclarees           pic s9(5)
                                           sign leading separate.
           02 recetteTTCDeclaree           pic s9(7)v99
                                           sign leading separate.
           02 recetteHTDeclaree            pic s9(7)v99
                                           sign leading separate.
           02 tauxDroitsDeclare            pic 99v99.
           02 montantDroitsDeclare         pic s9(7)v99
                                           sign leading separate.
       FD FiControleDroits.
       01 EnregControleDroits              pic x(120).

       working-storage section.
      *----------------------------------------
       77 fs-fiReservationsDetail          pic x(2).
           88 finFiReservationsDetail VALUE "10".
       77 fs-fiRemboursements              pic x(2).
           88 finFiRemboursements   VALUE "10".
       77 fs-fiSpectacle                   pic x(2).
       77 fs-fiProductions                 pic x(2).
       77 fs-fiTauxTVA                     pic x(2).
           88 finFiTauxTVA          VALUE "10".
       77 fs-fiParamListing                pic x(2).
       77 anneeDeclaration                 pic 9(4) value 2015.
       77 moisDeclaration                  pic 99 value 10.
       77 dateDebutPeriode                 pic 9(8).
       77 dateFinPeriode                   pic 9(8).
       77 tauxTVABilletterie               pic 99v99 value 0.
       77 iRep                             pic 9(3).
       77 nbRepsPeriode                    pic 9(3) value 0.
       77 iCategorie                       pic 9.
       77 iAyantDroit                      pic 9.
       77 iSociete                         pic 9.
       77 entreesRep                       pic s9(5).
       77 recetteHTRep                     pic s9(7)v99.
       77 montantDroits                    pic s9(7)v99.
       77 nbRepsDeclarees                  pic 9(3) value 0.
       77 nbRepsArchivees                  pic 9(3) value 0.
       77 nbRepsSansAyantDroit             pic 9(3) value 0.
       77 nbLignesDeclarees                pic 9(5) value 0.
       77 totalEntrees                     pic s9(7) value 0.
       77 totalRecetteTTC                  pic s9(8)v99 value 0.
       77 totalRecetteHT                   pic s9(8)v99 value 0.
      *    cumuls par representation de la periode, comme pour les
      *    decomptes producteurs : les prises ajoutent places et
      *    recette, les annulations retranchent leurs places, les
      *    remboursements leur valeur brute
       01 tabRepsDroits.
           02 detailRepDroits OCCURS 500.
               03 codeSpectRep             pic x(7).
               03 dateRep                  pic 9(8).
               03 placesRepCateg           pic s9(5) OCCURS 3.
               03 recetteRep               pic s9(7)v99.
      *    totaux par societe de perception
       01 tabSocietesDroits.
           02 detailSocieteDroits OCCURS 2.
               03 societeDroits            pic x(5).
               03 nbLignesSociete          pic 9(5).
               03 totalDroitsSociete       pic s9(8)v99.
       01 LigneEnteteControle.
           02                              pic x(42) VALUE
               "Declaration des droits d'auteur -- periode".
           02                              pic x VALUE SPACE.
           02 moisDeclarationEd            pic 99.
           02                              pic x VALUE "/".
           02 anneeDeclarationEd           pic 9(4).
       01 LigneTauxControle.
           02                              pic x(35)
               VALUE "Taux de TVA billetterie         : ".
           02 tauxTVAControleEd            pic z9,99.
       01 LigneRepControle.
           02 codeSpectControleEd          pic x(7).
           02                              pic x VALUE SPACE.
           02 jourRepControleEd            pic 99.
           02                              pic x VALUE "/".
           02 moisRepControleEd            pic 99.
           02                              pic x VALUE "/".
           02 anneeRepControleEd           pic 9(4).
           02                              pic x VALUE SPACE.
           02 titreControleEd              pic x(30).
           02                              pic x(10)
               VALUE " entrees ".
           02 entreesControleEd            pic -zzzz9.
           02                              pic x(6)
               VALUE "  TTC ".
           02 recetteTTCControleEd         pic -zzzzzz9,99.
           02                              pic x(5)
               VALUE "  HT ".
           02 recetteHTControleEd          pic -zzzzzz9,99.
       01 LigneAyantDroitControle.
           02                              pic x(4) VALUE SPACES.
           02 societeControleEd            pic x(5).
           02                              pic x VALUE SPACE.
           02 nomAyantDroitControleEd      pic x(30).
           02                              pic x(7)
               VALUE "  taux ".
           02 tauxDroitsControleEd         pic z9,99.
           02                              pic x(10)
               VALUE "  droits ".
           02 droitsControleEd             pic -zzzzzz9,99.
       01 LigneSansAyantDroitControle.
           02                              pic x(4) VALUE SPACES.
           02 mentionSansAyantDroitEd      pic x(50).
       01 LigneTotalEntrees.
           02                              pic x(35)
               VALUE "Entrees declarees               : ".
           02 totalEntreesEd               pic -zzzzzz9.
       01 LigneTotalRecetteTTC.
           02                              pic x(35)
               VALUE "Recette TTC nette               : ".
           02 totalRecetteTTCEd            pic -zzzzzzz9,99.
       01 LigneTotalRecetteHT.
           02                              pic x(35)
               VALUE "Recette hors taxes              : ".
           02 totalRecetteHTEd             pic -zzzzzzz9,99.
       01 LigneTotalSociete.
           02                              pic x(8)
               VALUE "Droits ".
           02 societeTotalEd               pic x(5).
           02                              pic x(22)
               VALUE "                   : ".
           02 totalDroitsSocieteEd         pic -zzzzzzz9,99.
           02                              pic x(4) VALUE SPACES.
           02 nbLignesSocieteEd            pic zzzz9.
           02                              pic x(7)
               VALUE " lignes".
       01 LigneRepsDeclarees.
           02                              pic x(35)
               VALUE "Representations declarees       : ".
           02 nbRepsDeclareesEd            pic zzz9.
       01 LigneRepsSansAyantDroit.
           02                              pic x(35)
               VALUE "Representations sans ayant droit: ".
           02 nbRepsSansAyantDroitEd       pic zzz9.
       01 LigneRepsArchivees.
           02                              pic x(35)
               VALUE "Representations hors catalogue  : ".
           02 nbRepsArchiveesEd            pic zzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    declaration mensuelle des droits d'auteur : pour la
      *    periode du parametre de listing, les entrees et la recette
      *    de chaque representation sortent du detail des
      *    reservations, nettes des remboursements ; la recette hors
      *    taxes au taux billetterie sert d'assiette, et chaque ayant
      *    droit de la production recoit son taux sur cette assiette.
      *    Le fichier de declaration part aux societes (SACD, SACEM),
      *    le listing de controle reste a la comptabilite
           OPEN INPUT FiReservationsDetail FiRemboursements
                      FiSpectacle FiProductions FiParamListing.
           OPEN OUTPUT FiDeclarationDroits FiControleDroits.

           perform lireParamDeclaration.
           perform chargerTauxTVA.

           compute dateDebutPeriode = anneeDeclaration * 10000
               + moisDeclaration * 100 + 1.
           compute dateFinPeriode = anneeDeclaration * 10000
               + moisDeclaration * 100 + 31.
           move "SACD" to societeDroits(1).
           move "SACEM" to societeDroits(2).
           perform varying iSociete from 1 by 1 until iSociete > 2
               move 0 to nbLignesSociete(iSociete)
               move 0 to totalDroitsSociete(iSociete)
           end-perform.

           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.
           perform cumuleMouvementDroits
               until finFiReservationsDetail.

           read FiRemboursements
               at end move "10" to fs-fiRemboursements
           end-read.
           perform deduisRemboursementDroits
               until finFiRemboursements.

           perform ecritEnteteControle.
           perform declareRepresentation
               varying iRep from 1 by 1 until iRep > nbRepsPeriode.
           perform ecritTotauxControle.

           CLOSE FiReservationsDetail FiRemboursements FiSpectacle
                 FiProductions FiParamListing FiDeclarationDroits
                 FiControleDroits.
           STOP RUN.

       lireParamDeclaration.
      *****************************************
      *    meme parametre de periode que le listing mensuel
           read FiParamListing
               at end continue
               not at end
                   if anneeListingParam is numeric
                           and anneeListingParam > 0
                       move anneeListingParam to anneeDeclaration
                   end-if
                   if moisListingParam is numeric
                           and moisListingParam >= 1
                           and moisListingParam <= 12
                       move moisListingParam to moisDeclaration
                   end-if
           end-read.

       chargerTauxTVA.
      *****************************************
      *    sans bareme de TVA charge, l'assiette est la recette TTC
           OPEN INPUT FiTauxTVA.
           if fs-fiTauxTVA = "00"
               read FiTauxTVA
                   at end move "10" to fs-fiTauxTVA
               end-read
               perform chargerLigneTauxTVA until finFiTauxTVA
           end-if.
           CLOSE FiTauxTVA.

       chargerLigneTauxTVA.
      *****************************************
           if typeTauxTVALu = "B"
               move tauxTVALu to tauxTVABilletterie
           end-if.
           read FiTauxTVA
               at end move "10" to fs-fiTauxTVA
           end-read.

       cumuleMouvementDroits.
      *****************************************
           if dateRepresentationDetail >= dateDebutPeriode
                   and dateRepresentationDetail <= dateFinPeriode
               evaluate typeMouvementDetail
                   when "R"
                       perform chercheRepDroits
                       if iRep <= 500
                           add nbPlacesDetail
                               to placesRepCateg(iRep categDetail)
                           if montantFactureDetail is numeric
                               add montantFactureDetail
                                   to recetteRep(iRep)
                           end-if
                       end-if
                   when "A"
                       perform chercheRepDroits
                       if iRep <= 500
                           subtract nbPlacesDetail
                               from placesRepCateg(iRep categDetail)
                       end-if
               end-evaluate
           end-if.
           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.

       chercheRepDroits.
      *****************************************
           perform varying iRep from 1 by 1
                   until iRep > nbRepsPeriode
                       or (codeSpectRep(iRep) = codeSpectDetail
                           and dateRep(iRep)
                               = dateRepresentationDetail)
               continue
           end-perform.
           if iRep > nbRepsPeriode and nbRepsPeriode < 500
               add 1 to nbRepsPeriode
               move codeSpectDetail to codeSpectRep(nbRepsPeriode)
               move dateRepresentationDetail to dateRep(nbRepsPeriode)
               perform initialiseRepDroits
               move nbRepsPeriode to iRep
           end-if.

       deduisRemboursementDroits.
      *****************************************
      *    la valeur rendue aux clients ne porte pas de droits : les
      *    lignes 'A' du detail portent un montant nul, seul le flux
      *    des remboursements dit ce qui est sorti de la recette
           if dateRepresentationRembours >= dateDebutPeriode
                   and dateRepresentationRembours <= dateFinPeriode
                   and montantBrutRembours > 0
               perform chercheRepRemboursement
               if iRep <= nbRepsPeriode
                   subtract montantBrutRembours from recetteRep(iRep)
               end-if
           end-if.
           read FiRemboursements
               at end move "10" to fs-fiRemboursements
           end-read.

       chercheRepRemboursement.
      *****************************************
           perform varying iRep from 1 by 1
                   until iRep > nbRepsPeriode
                       or (codeSpectRep(iRep) = codeSpectRembours
                           and dateRep(iRep)
                               = dateRepresentationRembours)
               continue
           end-perform.
           if iRep > nbRepsPeriode and nbRepsPeriode < 500
               add 1 to nbRepsPeriode
               move codeSpectRembours to codeSpectRep(nbRepsPeriode)
               move dateRepresentationRembours
                   to dateRep(nbRepsPeriode)
               perform initialiseRepDroits
               move nbRepsPeriode to iRep
           end-if.

       initialiseRepDroits.
      *****************************************
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               move 0 to placesRepCateg(nbRepsPeriode iCategorie)
           end-perform.
           move 0 to recetteRep(nbRepsPeriode).

       declareRepresentation.
      *****************************************
      *    le titre du spectacle mene a la fiche de production et a
      *    ses ayants droit ; une representation deja archivee est
      *    signalee plutot que declaree a l'aveugle
           move codeSpectRep(iRep) to codeSpect.
           read FiSpectacle
               invalid key
                   add 1 to nbRepsArchivees
               not invalid key
                   perform declareRepresentationConnue
           end-read.

       declareRepresentationConnue.
      *****************************************
           move 0 to entreesRep.
           perform varying iCategorie from 1 by 1
                   until iCategorie > 3
               add placesRepCateg(iRep iCategorie) to entreesRep
           end-perform.
           if tauxTVABilletterie > 0
               compute recetteHTRep rounded = recetteRep(iRep)
                   / (1 + tauxTVABilletterie / 100)
           else
               move recetteRep(iRep) to recetteHTRep
           end-if.
           add 1 to nbRepsDeclarees.
           add entreesRep to totalEntrees.
           add recetteRep(iRep) to totalRecetteTTC.
           add recetteHTRep to totalRecetteHT.

           move codeSpectRep(iRep) to codeSpectControleEd.
           move dateRep(iRep)(7:2) to jourRepControleEd.
           move dateRep(iRep)(5:2) to moisRepControleEd.
           move dateRep(iRep)(1:4) to anneeRepControleEd.
           move titre to titreControleEd.
           move entreesRep to entreesControleEd.
           move recetteRep(iRep) to recetteTTCControleEd.
           move recetteHTRep to recetteHTControleEd.
           display LigneRepControle.
           move LigneRepControle to EnregControleDroits.
           write EnregControleDroits.

           move codeGenre to codeGenreProd.
           move titre to titreProduction.
           read FiProductions
               invalid key
                   move "(production hors catalogue)"
                       to mentionSansAyantDroitEd
                   perform signaleRepSansAyantDroit
               not invalid key
                   if nbAyantsDroitProduction is not numeric
                           or nbAyantsDroitProduction = 0
                       move "(aucun ayant droit a la fiche production)"
                           to mentionSansAyantDroitEd
                       perform signaleRepSansAyantDroit
                   else
                       perform declareAyantDroit
                           varying iAyantDroit from 1 by 1
                           until iAyantDroit > nbAyantsDroitProduction
                               or iAyantDroit > 4
                   end-if
           end-read.

       signaleRepSansAyantDroit.
      *****************************************
           add 1 to nbRepsSansAyantDroit.
           display LigneSansAyantDroitControle.
           move LigneSansAyantDroitControle to EnregControleDroits.
           write EnregControleDroits.

       declareAyantDroit.
      *****************************************
           compute montantDroits rounded = recetteHTRep
               * tauxAyantDroit(iAyantDroit) / 100.

           move societeAyantDroit(iAyantDroit) to societeDeclaree.
           compute periodeDeclaree = anneeDeclaration * 100
               + moisDeclaration.
           move codeSpectRep(iRep) to codeSpectDeclare.
           move dateRep(iRep) to dateRepDeclaree.
           move titre to titreDeclare.
           move nomAyantDroit(iAyantDroit) to nomAyantDroitDeclare.
           move entreesRep to nbEntreesDeclarees.
           move recetteRep(iRep) to recetteTTCDeclaree.
           move recetteHTRep to recetteHTDeclaree.
           move tauxAyantDroit(iAyantDroit) to tauxDroitsDeclare.
           move montantDroits to montantDroitsDeclare.
           write EnregDeclarationDroits.
           add 1 to nbLignesDeclarees.

           perform varying iSociete from 1 by 1
                   until iSociete > 2
                       or societeDroits(iSociete)
                           = societeAyantDroit(iAyantDroit)
               continue
           end-perform.
           if iSociete <= 2
               add 1 to nbLignesSociete(iSociete)
               add montantDroits to totalDroitsSociete(iSociete)
           end-if.

           move societeAyantDroit(iAyantDroit) to societeControleEd.
           move nomAyantDroit(iAyantDroit) to nomAyantDroitControleEd.
           move tauxAyantDroit(iAyantDroit) to tauxDroitsControleEd.
           move montantDroits to droitsControleEd.
           display LigneAyantDroitControle.
           move LigneAyantDroitControle to EnregControleDroits.
           write EnregControleDroits.

       ecritEnteteControle.
      *****************************************
           move moisDeclaration to moisDeclarationEd.
           move anneeDeclaration to anneeDeclarationEd.
           display LigneEnteteControle.
           move LigneEnteteControle to EnregControleDroits.
           write EnregControleDroits.
           move tauxTVABilletterie to tauxTVAControleEd.
           display LigneTauxControle.
           move LigneTauxControle to EnregControleDroits.
           write EnregControleDroits.

       ecritTotauxControle.
      *****************************************
           move totalEntrees to totalEntreesEd.
           display LigneTotalEntrees.
           move LigneTotalEntrees to EnregControleDroits.
           write EnregControleDroits.
           move totalRecetteTTC to totalRecetteTTCEd.
           display LigneTotalRecetteTTC.
           move LigneTotalRecetteTTC to EnregControleDroits.
           write EnregControleDroits.
           move totalRecetteHT to totalRecetteHTEd.
           display LigneTotalRecetteHT.
           move LigneTotalRecetteHT to EnregControleDroits.
           write EnregControleDroits.
           perform ecritTotalSociete
               varying iSociete from 1 by 1 until iSociete > 2.
           move nbRepsDeclarees to nbRepsDeclareesEd.
           display LigneRepsDeclarees.
           move LigneRepsDeclarees to EnregControleDroits.
           write EnregControleDroits.
           move nbRepsSansAyantDroit to nbRepsSansAyantDroitEd.
           display LigneRepsSansAyantDroit.
           move LigneRepsSansAyantDroit to EnregControleDroits.
           write EnregControleDroits.
           move nbRepsArchivees to nbRepsArchiveesEd.
           display LigneRepsArchivees.
           move LigneRepsArchivees to EnregControleDroits.
           write EnregControleDroits.

       ecritTotalSociete.
      *****************************************
           move societeDroits(iSociete) to societeTotalEd.
           move totalDroitsSociete(iSociete) to totalDroitsSocieteEd.
           move nbLignesSociete(iSociete) to nbLignesSocieteEd.
           display LigneTotalSociete.
           move LigneTotalSociete to EnregControleDroits.
           write EnregControleDroits.

       end program DeclarationDroitsAuteur.
