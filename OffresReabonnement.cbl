       program-id. OffresReabonnement as "OffresReabonnement".

       environment division.
      *========================================
       configuration section.
      *----------------------------------------
       input-output section.
      *----------------------------------------
       file-control.
      *****************************************
          select optional FiParamReabo
              assign "../Fichiers/paramReabonnement.seq"
              organization is line sequential
              file status is fs-fiParamReabo.

          select optional FiReservationsDetail
              assign "../Fichiers/reservationsDetail.seq"
              organization is line sequential
              file status is fs-fiReservationsDetail.

          select optional FiResaClient
              assign "../Fichiers/RESACLIENT.IND"
              organization is indexed access mode is dynamic
              record key is seqResaClient
                  alternate record key is codeClientRef
                                        with duplicates
                  file status is fs-fiResaClient.

          select optional FiSieges
              assign "../Fichiers/SIEGES.IND"
              organization is indexed access mode is dynamic
              record key is cleSiege
                  file status is fs-fiSieges.

          select OPTIONAL FiSpectacle assign "../Fichiers/SPECTACLE.IND"
                   organization is indexed access mode is dynamic
                   record key is codeSpect
                       alternate record key is titre with duplicates
                       alternate record key is dateRepresentation
                           with duplicates
                   file status is fs-fiSpectacle.

          select optional FiClient
              assign "../Fichiers/CLIENT.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMaster
                  file status is fs-fiClient.

          select optional FiOffresReabo
              assign "../Fichiers/OFFRESREABO.IND"
              organization is indexed access mode is dynamic
              record key is numeroOffreReabo
                  alternate record key is codeClientOffre
                                        with duplicates
                  file status is fs-fiOffresReabo.

          select optional FiMajSortie
              assign "../Fichiers/majEntree.seq"
              organization is line sequential
              file status is fs-fiMajSortie.

          select optional FiConsentements
              assign "../Fichiers/CONSENTEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is cleConsentement
                  file status is fs-fiConsentements.

          select optional FiCorrespondances
              assign "../Fichiers/correspondances.seq"
              organization is line sequential
              file status is fs-fiCorrespondances.

          select FiLettresReabo assign
                  "../Fichiers/lettresReabonnement.seq"
              organization is line sequential.
       data division.
      *========================================
       file section.
      *----------------------------------------
       FD FiParamReabo.
      *    campagne de reabonnement : la saison ecoulee ou chercher
      *    les abonnes, la nouvelle saison ou leur garder des
      *    places, et la date limite de reponse au-dela de laquelle
      *    les places retenues retournent a la vente
       01 EnregParamReabo.
           02 dateDebutSaisonPrecParam     pic 9(8).
           02 dateFinSaisonPrecParam       pic 9(8).
           02 dateDebutSaisonNouvParam     pic 9(8).
           02 dateFinSaisonNouvParam       pic 9(8).
           02 dateLimiteReponseParam       pic 9(8).
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
               88 canalDetailAbonnement value "S".
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
           02 codeClientRef                pic x(6).
           02 codeSpectRef                 pic x(7).
           02 dateRepresentationRef        pic 9(8).
       FD FiSieges.
       01 EnregSiege.
           02 cleSiege.
               03 codeSpectSiege           pic x(7).
               03 dateSiege                pic 9(8).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
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
       FD FiClient.
       01 EnregClient.
           02 codeClientMaster             pic x(6).
           02 nomClientMaster              pic x(20).
           02 adresseClientMaster.
               03 rueClientMaster          pic x(38).
               03 codePostalClientMaster   pic x(5).
               03 communeClientMaster      pic x(30).
               03 paysClientMaster         pic x(2).
           02 telephoneClientMaster        pic x(12).
           02 emailClientMaster            pic x(40).
           02 etatClientMaster             pic x.
               88 clientActif          value "A".
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
               88 emailInvalide        value "O".
       FD FiOffresReabo.
      *    offres de reabonnement : une par abonne et par genre,
      *    avec le siege qu'il occupait la saison passee ; l'etat
      *    passe de "O" (ouverte) a "A" (acceptee) ou "R" (refusee)
      *    a l'integration des reponses ; une offre restee ouverte
      *    apres la date limite est sans reponse
       01 EnregOffreReabo.
           02 numeroOffreReabo             pic 9(6).
           02 codeClientOffre              pic x(6).
           02 nomClientOffre               pic x(20).
           02 codeGenreOffre               pic x(5).
           02 categOffre                   pic 9.
           02 numeroSiegePrecedent         pic 9(4).
           02 dateDebutSaisonOffre         pic 9(8).
           02 dateLimiteReponseOffre       pic 9(8).
           02 nbRepresentationsOffre       pic 9(3).
           02 etatOffre                    pic x.
               88 offreOuverte         value "O".
               88 offreAcceptee        value "A".
               88 offreRefusee         value "R".
           02 dateReponseOffre             pic 9(8).
       FD FiMajSortie.
       01 EnregMajSortie                   pic x(77).
       FD FiConsentements.
      *    consentement du client par canal (courrier, courriel,
      *    SMS) et par nature d'envoi (service ou marketing), tenu
      *    par la mise a jour des clients : sans fiche, un envoi
      *    marketing n'est pas permis
       01 EnregConsentement.
           02 cleConsentement.
               03 codeClientConsent        pic x(6).
               03 canalConsent             pic x.
               03 natureConsent            pic x.
           02 accordConsent                pic x.
               88 consentementDonne    value "O".
               88 consentementRefuse   value "N".
           02 dateConsent                  pic 9(8).
           02 origineConsent               pic x(10).
       FD FiCorrespondances.
      *    registre des correspondances sortantes : une ligne par
      *    envoi extrait pour un client, avec son type, son canal
      *    ('P' courrier, 'E' courriel, 'S' SMS), sa nature ('S'
      *    service, 'M' marketing), la date et le programme emetteur
       01 EnregCorrespondance.
           02 dateCorrespondance           pic 9(8).
           02 codeClientCorresp            pic x(6).
           02 typeCorrespondance           pic x(8).
           02 canalCorrespondance          pic x.
           02 natureCorrespondance         pic x.
           02 programmeCorrespondance      pic x(20).
           02 referenceCorrespondance      pic x(20).
       FD FiLettresReabo.
      *    extrait pour le publipostage des offres : l'accueil en
      *    fait des courriers, le site web des courriels
       01 EnregLettreReabo.
           02 numeroOffreLettre            pic 9(6).
           02 codeClientLettre             pic x(6).
           02 nomClientLettre              pic x(20).
           02 adresseClientLettre.
               03 rueClientLettre          pic x(38).
               03 codePostalClientLettre   pic x(5).
               03 communeClientLettre      pic x(30).
               03 paysClientLettre         pic x(2).
           02 emailClientLettre            pic x(40).
           02 codeGenreLettre              pic x(5).
           02 categLettre                  pic 9.
           02 numeroSiegeLettre            pic 9(4).
           02 nbRepresentationsLettre      pic 9(3).
           02 dateLimiteLettre             pic 9(8).

       working-storage section.
      *----------------------------------------
       77 fs-fiParamReabo                  pic x(2).
       77 fs-fiReservationsDetail          pic x(2).
           88 finFiReservationsDetail VALUE "10".
       77 fs-fiResaClient                  pic x(2).
           88 finErreurFiResaClient VALUES "10" THRU "99".
       77 fs-fiSieges                      pic x(2).
           88 finErreurFiSieges     VALUES "10" THRU "99".
       77 fs-fiSpectacle                   pic x(2).
           88 finErreurFiSpectacle  VALUES "10" THRU "99".
       77 fs-fiClient                      pic x(2).
       77 fs-fiOffresReabo                 pic x(2).
           88 finErreurFiOffresReabo VALUES "10" THRU "99".
       77 fs-fiMajSortie                   pic x(2).
       77 fs-fiConsentements               pic x(2).
       77 fs-fiCorrespondances             pic x(2).
       77 dateTraitementJour               pic 9(8).
       77 courrielPermisFlag               pic x.
           88 courrielPermis        VALUE "O".
       77 courrierPermisFlag               pic x.
           88 courrierPermis        VALUE "O".
       77 nbAbonnesSansConsentement        pic 9(5) value 0.
       77 parametreValideFlag              pic x value "N".
           88 parametreValide       VALUE "O".
       77 campagneExistanteFlag            pic x value "N".
           88 campagneExistante     VALUE "O".
       77 dateDebutSaisonPrec              pic 9(8).
       77 dateFinSaisonPrec                pic 9(8).
       77 dateDebutSaisonNouv              pic 9(8).
       77 dateFinSaisonNouv                pic 9(8).
       77 dateLimiteReponse                pic 9(8).
       77 nbAbonnes                        pic 9(3) value 0.
       77 iAbonne                          pic 9(3).
       77 jAbonne                          pic 9(3).
       77 numeroOffreSuivant               pic 9(6).
       77 derniereRepAbonne                pic 9(8).
       77 codeSpectDerniereRep             pic x(7).
       77 cleSiegeRepresentation           pic x(15).
       77 nbRepsOffre                      pic 9(3).
       77 nbOffresEmises                   pic 9(5) value 0.
       77 nbOptionsDemandees               pic 9(7) value 0.
       77 nbAbonnesSansSuite               pic 9(5) value 0.
       77 echangeFaitFlag                  pic x.
           88 echangeFait           VALUE "O".
      *    abonnes de la saison ecoulee, un poste par client et par
      *    genre, classes par genre, categorie et siege precedent :
      *    les options sont posees dans cet ordre, si bien que sur
      *    une representation encore vierge chaque abonne reprend le
      *    rang qu'il tenait dans sa categorie
       01 tabAbonnes.
           02 detailAbonne OCCURS 500.
               03 cleTriAbonne.
                   04 codeGenreAbonne      pic x(5).
                   04 categAbonne          pic 9.
                   04 numeroSiegeAbonne    pic 9(4).
               03 codeClientAbonne         pic x(6).
               03 nomClientAbonne          pic x(20).
               03 abonneRetenu             pic x.
       01 detailAbonneTemp.
           02 cleTriAbonneTemp             pic x(10).
           02 codeClientAbonneTemp         pic x(6).
           02 nomClientAbonneTemp          pic x(20).
           02 abonneRetenuTemp             pic x.
       01 TransactionOption.
           02 codeMajOption                pic x VALUE "H".
           02 codeSpectOptionReabo         pic x(7).
           02 categOptionReabo             pic 9.
           02 nbPlacesOptionReabo          pic 99 VALUE 1.
           02 codeClientOptionReabo        pic x(6).
           02 nomClientOptionReabo         pic x(20).
           02 dateExpirationOptionReabo    pic 9(8).
           02                              pic x(31) VALUE SPACES.
           02 canalMajOption               pic x VALUE SPACE.
       01 LigneBilanOffres.
           02                              pic x(35)
               VALUE "Offres de reabonnement emises   : ".
           02 nbOffresEmisesEd             pic zzzz9.
       01 LigneBilanOptions.
           02                              pic x(35)
               VALUE "Places retenues (options)       : ".
           02 nbOptionsDemandeesEd         pic zzzzzz9.
       01 LigneBilanSansSuite.
           02                              pic x(35)
               VALUE "Abonnes sans offre              : ".
           02 nbAbonnesSansSuiteEd         pic zzzz9.
       01 LigneBilanSansConsentement.
           02                              pic x(35)
               VALUE "dont abonnes sans accord        : ".
           02 nbAbonnesSansConsentementEd  pic zzzz9.

       procedure division.
      *========================================
       main.
      *----------------------------------------
      *    campagne de reabonnement : les abonnes de la saison
      *    ecoulee (canal "S" du detail des reservations, place
      *    toujours detenue au fichier des references client) se
      *    voient retenir, sur chaque representation de la nouvelle
      *    saison du meme genre, une place de la categorie de leur
      *    abonnement ; la retenue est une option 'H' qui expire a
      *    la date limite de reponse, deposee dans la file MAJ pour
      *    le traitement de nuit
           perform lireParamReabo.
           if not parametreValide
               display "Parametres de reabonnement absents ou "
                       "invalides : aucune offre emise"
               move 8 to return-code
               STOP RUN
           end-if.

           OPEN I-O FiOffresReabo.
           perform verifieCampagneExistante.
           if campagneExistante
               display "Offres deja emises pour la saison du "
                       dateDebutSaisonNouv " : aucune offre ajoutee"
               CLOSE FiOffresReabo
               STOP RUN
           end-if.
           perform initNumeroOffre.

           OPEN INPUT FiReservationsDetail FiResaClient FiSieges
                      FiSpectacle FiClient FiConsentements.
           OPEN EXTEND FiMajSortie FiCorrespondances.
           OPEN OUTPUT FiLettresReabo.
           accept dateTraitementJour from date YYYYMMDD.

           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.
           perform noteLigneAbonnement until finFiReservationsDetail.

           perform varying iAbonne from 1 by 1
                   until iAbonne > nbAbonnes
               perform verifieAbonneToujours
           end-perform.
           perform trieAbonnes.
           perform varying iAbonne from 1 by 1
                   until iAbonne > nbAbonnes
               perform emetOffreAbonne
           end-perform.

           move nbOffresEmises to nbOffresEmisesEd.
           move nbOptionsDemandees to nbOptionsDemandeesEd.
           move nbAbonnesSansSuite to nbAbonnesSansSuiteEd.
           display LigneBilanOffres.
           display LigneBilanOptions.
           move nbAbonnesSansConsentement
               to nbAbonnesSansConsentementEd.
           display LigneBilanSansSuite.
           display LigneBilanSansConsentement.

           CLOSE FiReservationsDetail FiResaClient FiSieges
                 FiSpectacle FiClient FiOffresReabo FiMajSortie
                 FiLettresReabo FiConsentements FiCorrespondances.
           STOP RUN.

       lireParamReabo.
      *****************************************
           OPEN INPUT FiParamReabo.
           read FiParamReabo
               at end continue
               not at end
                   if dateDebutSaisonPrecParam is numeric
                           and dateFinSaisonPrecParam is numeric
                           and dateDebutSaisonNouvParam is numeric
                           and dateFinSaisonNouvParam is numeric
                           and dateLimiteReponseParam is numeric
                           and dateDebutSaisonPrecParam > 0
                           and dateDebutSaisonNouvParam
                               > dateFinSaisonPrecParam
                           and dateLimiteReponseParam > 0
                       move "O" to parametreValideFlag
                       move dateDebutSaisonPrecParam
                           to dateDebutSaisonPrec
                       move dateFinSaisonPrecParam to dateFinSaisonPrec
                       move dateDebutSaisonNouvParam
                           to dateDebutSaisonNouv
                       move dateFinSaisonNouvParam to dateFinSaisonNouv
                       move dateLimiteReponseParam to dateLimiteReponse
                   end-if
           end-read.
           CLOSE FiParamReabo.

       verifieCampagneExistante.
      *****************************************
      *    une seconde emission pour la meme saison doublerait les
      *    options posees : elle est refusee
           move low-values to numeroOffreReabo.
           start FiOffresReabo key is >= numeroOffreReabo
               invalid key move "10" to fs-fiOffresReabo
               not invalid key
                   read FiOffresReabo next
                       at end move "10" to fs-fiOffresReabo
                   end-read
           end-start.
           perform examineOffreExistante
               until finErreurFiOffresReabo or campagneExistante.
           move "00" to fs-fiOffresReabo.

       examineOffreExistante.
      *****************************************
           if dateDebutSaisonOffre = dateDebutSaisonNouv
               move "O" to campagneExistanteFlag
           end-if.
           read FiOffresReabo next
               at end move "10" to fs-fiOffresReabo
           end-read.

       initNumeroOffre.
      *****************************************
           move 1 to numeroOffreSuivant.
           move high-values to numeroOffreReabo.
           start FiOffresReabo key is <= numeroOffreReabo
               invalid key continue
               not invalid key
                   read FiOffresReabo next
                       at end continue
                       not at end
                           add 1 to numeroOffreReabo
                               giving numeroOffreSuivant
                   end-read
           end-start.

       noteLigneAbonnement.
      *****************************************
           if canalDetailAbonnement
                   and typeMouvementDetail = "R"
                   and dateRepresentationDetail >= dateDebutSaisonPrec
                   and dateRepresentationDetail <= dateFinSaisonPrec
               perform varying iAbonne from 1 by 1
                       until iAbonne > nbAbonnes
                           or (codeClientAbonne(iAbonne)
                                   = codeClientDetail
                               and codeGenreAbonne(iAbonne)
                                   = codeSpectDetail(1:5))
                   continue
               end-perform
               if iAbonne > nbAbonnes and nbAbonnes < 500
                   add 1 to nbAbonnes
                   move codeSpectDetail(1:5)
                       to codeGenreAbonne(nbAbonnes)
                   move categDetail to categAbonne(nbAbonnes)
                   move 9999 to numeroSiegeAbonne(nbAbonnes)
                   move codeClientDetail
                       to codeClientAbonne(nbAbonnes)
                   move nomClientDetail to nomClientAbonne(nbAbonnes)
                   move "N" to abonneRetenu(nbAbonnes)
               end-if
           end-if.
           read FiReservationsDetail
               at end move "10" to fs-fiReservationsDetail
           end-read.

       verifieAbonneToujours.
      *****************************************
      *    l'abonne n'est retenu que s'il detient encore une place
      *    du genre sur la saison ecoulee (une annulation purge ses
      *    references) ; son siege est lu sur la derniere
      *    representation qu'il detenait
           move 0 to derniereRepAbonne.
           move codeClientAbonne(iAbonne) to codeClientRef.
           start FiResaClient key is = codeClientRef
               invalid key move "10" to fs-fiResaClient
               not invalid key
                   read FiResaClient next
                       at end move "10" to fs-fiResaClient
                   end-read
           end-start.
           perform examineReferenceAbonne
               until finErreurFiResaClient
                   or codeClientRef not = codeClientAbonne(iAbonne).
           move "00" to fs-fiResaClient.
           if derniereRepAbonne > 0
               move "O" to abonneRetenu(iAbonne)
               perform chercheSiegePrecedent
           end-if.

       examineReferenceAbonne.
      *****************************************
           if codeSpectRef(1:5) = codeGenreAbonne(iAbonne)
                   and dateRepresentationRef >= dateDebutSaisonPrec
                   and dateRepresentationRef <= dateFinSaisonPrec
                   and dateRepresentationRef > derniereRepAbonne
               move dateRepresentationRef to derniereRepAbonne
               move codeSpectRef to codeSpectDerniereRep
           end-if.
           read FiResaClient next
               at end move "10" to fs-fiResaClient
           end-read.

       chercheSiegePrecedent.
      *****************************************
           move codeSpectDerniereRep to codeSpectSiege.
           move derniereRepAbonne to dateSiege.
           move 0 to numeroSiege.
           string codeSpectSiege dateSiege delimited by size
               into cleSiegeRepresentation
           end-string.
           start FiSieges key is >= cleSiege
               invalid key move "10" to fs-fiSieges
               not invalid key
                   read FiSieges next
                       at end move "10" to fs-fiSieges
                   end-read
           end-start.
           perform examineSiegePrecedent
               until finErreurFiSieges
                   or cleSiege(1:15) not = cleSiegeRepresentation.
           move "00" to fs-fiSieges.

       examineSiegePrecedent.
      *****************************************
           if codeClientSiege = codeClientAbonne(iAbonne)
                   and numeroSiege < numeroSiegeAbonne(iAbonne)
               move numeroSiege to numeroSiegeAbonne(iAbonne)
               move categSiege to categAbonne(iAbonne)
           end-if.
           read FiSieges next
               at end move "10" to fs-fiSieges
           end-read.

       trieAbonnes.
      *****************************************
      *    tri par echanges sur la cle genre/categorie/siege
           move "O" to echangeFaitFlag.
           perform passeTriAbonnes until not echangeFait.

       passeTriAbonnes.
      *****************************************
           move "N" to echangeFaitFlag.
           perform varying iAbonne from 1 by 1
                   until iAbonne >= nbAbonnes
               add 1 to iAbonne giving jAbonne
               if cleTriAbonne(iAbonne) > cleTriAbonne(jAbonne)
                   move detailAbonne(iAbonne) to detailAbonneTemp
                   move detailAbonne(jAbonne) to detailAbonne(iAbonne)
                   move detailAbonneTemp to detailAbonne(jAbonne)
                   move "O" to echangeFaitFlag
               end-if
           end-perform.

       emetOffreAbonne.
      *****************************************
      *    un client fusionne, inactif ou efface ne recoit rien ;
      *    l'offre etant un envoi marketing, un abonne qui n'a
      *    accepte ni le courrier ni le courriel marketing n'en
      *    recoit pas non plus, et aucune place ne lui est retenue
           if abonneRetenu(iAbonne) not = "O"
               add 1 to nbAbonnesSansSuite
           else
               move codeClientAbonne(iAbonne) to codeClientMaster
               read FiClient
                   invalid key move "E" to etatClientMaster
               end-read
               if clientActif
                   perform controleCanauxMarketing
               end-if
               evaluate true
                   when not clientActif
                       add 1 to nbAbonnesSansSuite
                   when not courrielPermis and not courrierPermis
                       add 1 to nbAbonnesSansSuite
                       add 1 to nbAbonnesSansConsentement
                   when other
                       perform retientPlacesAbonne
                       if nbRepsOffre = 0
                           add 1 to nbAbonnesSansSuite
                       else
                           perform ecritOffreAbonne
                       end-if
               end-evaluate
           end-if.

       controleCanauxMarketing.
      *****************************************
      *    un envoi marketing exige l'accord explicite du client
      *    sur le canal, et une coordonnee exploitable -- un
      *    courriel revenu en erreur ne compte pas
           move "N" to courrielPermisFlag.
           move "N" to courrierPermisFlag.
           if emailClientMaster not = spaces and not emailInvalide
               move codeClientMaster to codeClientConsent
               move "E" to canalConsent
               move "M" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementDonne
                           move "O" to courrielPermisFlag
                       end-if
               end-read
           end-if.
           if rueClientMaster not = spaces
               move codeClientMaster to codeClientConsent
               move "P" to canalConsent
               move "M" to natureConsent
               read FiConsentements
                   invalid key continue
                   not invalid key
                       if consentementDonne
                           move "O" to courrierPermisFlag
                       end-if
               end-read
           end-if.

       retientPlacesAbonne.
      *****************************************
           move 0 to nbRepsOffre.
           move codeGenreAbonne(iAbonne) to codeGenre.
           start FiSpectacle key is = codeGenre
               invalid key move "10" to fs-fiSpectacle
               not invalid key
                   read FiSpectacle next
                       at end move "10" to fs-fiSpectacle
                   end-read
           end-start.
           perform retientPlaceRepresentation
               until finErreurFiSpectacle
                   or codeGenre not = codeGenreAbonne(iAbonne).
           move "00" to fs-fiSpectacle.

       retientPlaceRepresentation.
      *****************************************
           if dateRepresentation >= dateDebutSaisonNouv
                   and dateRepresentation <= dateFinSaisonNouv
               move codeSpect to codeSpectOptionReabo
               move categAbonne(iAbonne) to categOptionReabo
               move codeClientAbonne(iAbonne)
                   to codeClientOptionReabo
               move nomClientAbonne(iAbonne) to nomClientOptionReabo
               move dateLimiteReponse to dateExpirationOptionReabo
               move TransactionOption to EnregMajSortie
               write EnregMajSortie
               add 1 to nbRepsOffre
               add 1 to nbOptionsDemandees
           end-if.
           read FiSpectacle next
               at end move "10" to fs-fiSpectacle
           end-read.

       ecritOffreAbonne.
      *****************************************
           move numeroOffreSuivant to numeroOffreReabo.
           add 1 to numeroOffreSuivant.
           move codeClientAbonne(iAbonne) to codeClientOffre.
           move nomClientAbonne(iAbonne) to nomClientOffre.
           move codeGenreAbonne(iAbonne) to codeGenreOffre.
           move categAbonne(iAbonne) to categOffre.
           if numeroSiegeAbonne(iAbonne) = 9999
               move 0 to numeroSiegePrecedent
           else
               move numeroSiegeAbonne(iAbonne) to numeroSiegePrecedent
           end-if.
           move dateDebutSaisonNouv to dateDebutSaisonOffre.
           move dateLimiteReponse to dateLimiteReponseOffre.
           move nbRepsOffre to nbRepresentationsOffre.
           move "O" to etatOffre.
           move 0 to dateReponseOffre.
           write EnregOffreReabo
               invalid key continue
           end-write.
           add 1 to nbOffresEmises.

           move numeroOffreReabo to numeroOffreLettre.
           move codeClientOffre to codeClientLettre.
           move nomClientMaster to nomClientLettre.
           move spaces to adresseClientLettre.
           move spaces to emailClientLettre.
           if courrierPermis
               move adresseClientMaster to adresseClientLettre
           end-if.
           if courrielPermis
               move emailClientMaster to emailClientLettre
           end-if.
           move codeGenreOffre to codeGenreLettre.
           move categOffre to categLettre.
           move numeroSiegePrecedent to numeroSiegeLettre.
           move nbRepsOffre to nbRepresentationsLettre.
           move dateLimiteReponse to dateLimiteLettre.
           write EnregLettreReabo.
           perform enregistreCorrespOffre.

       enregistreCorrespOffre.
      *****************************************
      *    chaque canal retenu pour l'offre est porte au registre
      *    des correspondances
           move dateTraitementJour to dateCorrespondance.
           move codeClientOffre to codeClientCorresp.
           move "REABO" to typeCorrespondance.
           move "M" to natureCorrespondance.
           move "OffresReabonnement" to programmeCorrespondance.
           move spaces to referenceCorrespondance.
           move numeroOffreReabo to referenceCorrespondance(1:6).
           if courrierPermis
               move "P" to canalCorrespondance
               write EnregCorrespondance
           end-if.
           if courrielPermis
               move "E" to canalCorrespondance
               write EnregCorrespondance
           end-if.

       end program OffresReabonnement.
