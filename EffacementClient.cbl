              organization is line sequential
              file status is fs-fiNotifications.

          select optional FiMandats
              assign "../Fichiers/MANDATS.IND"
              organization is indexed access mode is dynamic
              record key is codeClientMandat
                  file status is fs-fiMandats.

          select optional FiConsentements
              assign "../Fichiers/CONSENTEMENTS.IND"
              organization is indexed access mode is dynamic
              record key is cleConsentement
                  file status is fs-fiConsentements.

          select optional FiControles
              assign "../Fichiers/controles.seq"
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
           02 incidentPaiementClient       pic x.
           02 emailInvalideClient          pic x.
       FD FiResaClient.
       01 EnregResaClient.
           02 seqResaClient                pic 9(7).
               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiReservationsDetail.
       01 EnregReservationDetail.
           02 codeSpectDetail              pic x(7).
           02 typeMouvementDetail          pic x.
           02 nbPlacesAccessiblesDetail    pic 99.
           02 montantFactureDetail         pic 9(5)v99.
           02 canalVenteDetail             pic x.
       FD FiNotifications.
       01 EnregNotification.
           02 typeNotification             pic x.
           02 codeSpectNotification        pic x(7).
           02 titreNotification            pic x(30).
           02 dateRepresentationNotification pic 9(8).
           02 adresseClientNotification.
               03 rueClientNotification    pic x(38).
               03 codePostalClientNotification pic x(5).
               03 communeClientNotification pic x(30).
               03 paysClientNotification   pic x(2).
           02 emailClientNotification      pic x(40).
       FD FiMandats.
       01 EnregMandat.
           02 codeClientMandat             pic x(6).
           02 referenceMandat              pic x(35).
           02 ibanMandat                   pic x(34).
           02 bicMandat                    pic x(11).
           02 dateSignatureMandat          pic 9(8).
           02 etatMandat                   pic x.
           02 dateRevocationMandat         pic 9(8).
           02 dateDernierPrelevement       pic 9(8).
       FD FiConsentements.
       01 EnregConsentement.
           02 cleConsentement.
               03 codeClientConsent        pic x(6).
               03 canalConsent             pic x.
               03 natureConsent            pic x.
           02 accordConsent                pic x.
           02 dateConsent                  pic 9(8).
           02 origineConsent               pic x(10).
       FD FiParamEffacement.
       01 EnregParamEffacement.
           02 codeClientEffacementParam    pic x(6).
           88 finFiReservationsDetail VALUE "10".
       77 fs-fiNotifications               pic x(2).
           88 finFiNotifications   VALUE "10".
       77 fs-fiMandats                     pic x(2).
       77 fs-fiConsentements               pic x(2).
           88 finErreurFiConsentements VALUES "10" THRU "99".
       77 fs-fiParamEffacement             pic x(2).
           88 finFiParamEffacement VALUE "10".
       77 fs-fiCertificats                 pic x(2).
                   perform anonymiseSiegesClient
                   perform anonymiseDetailsClient
                   perform anonymiseNotificationsClient
                   perform effaceMandatClient
                   perform effaceConsentementsClient
                   perform anonymiseClientMaster
                   perform ecritCertificatEffacement
               end-if
               at end move "10" to fs-fiNotifications
           end-read.

       effaceMandatClient.
      *****************************************
      *    le mandat de prelevement porte les coordonnees bancaires
      *    du client : il est supprime, les prelevements deja emis
      *    ne gardant que sa reference
           OPEN I-O FiMandats.
           move codeClientEfface to codeClientMandat.
           read FiMandats
               invalid key continue
               not invalid key
                   delete FiMandats
                       invalid key continue
                   end-delete
           end-read.
           CLOSE FiMandats.

       effaceConsentementsClient.
      *****************************************
      *    les accords et refus recueillis n'ont plus d'objet pour
      *    un client efface : ses fiches de consentement, une par
      *    canal et nature, sont supprimees
           OPEN I-O FiConsentements.
           move codeClientEfface to codeClientConsent.
           move low-values to canalConsent.
           move low-values to natureConsent.
           start FiConsentements key is >= cleConsentement
               invalid key move "10" to fs-fiConsentements
               not invalid key
                   read FiConsentements next
                       at end move "10" to fs-fiConsentements
                   end-read
           end-start.
           perform effaceConsentementClient
               until finErreurFiConsentements
                   or codeClientConsent not = codeClientEfface.
           CLOSE FiConsentements.

       effaceConsentementClient.
      *****************************************
           delete FiConsentements
               invalid key continue
           end-delete.
           read FiConsentements next
               at end move "10" to fs-fiConsentements
           end-read.

       anonymiseClientMaster.
      *****************************************
           move codeClientEfface to codeClientMaster.
                   move spaces to telephoneClientMaster
                   move spaces to emailClientMaster
                   move "E" to etatClientMaster
                   move "N" to emailInvalideClient
                   rewrite EnregClient
                       invalid key continue
                   end-rewrite
