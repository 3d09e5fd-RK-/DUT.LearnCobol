       1 fs-locataire pic xx.
       1 fs-loc-compteur pic xx.
       1 fs-rejets pic xx.
       1 version-resa-courante pic 99 value 4.
       1 v-fin-portail pic x value 'N'.
           88 fin-portail value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 conflit-trouve value 'O' false 'N'.
       1 v-loc-trouve pic x.
           88 locataire-trouve value 'O' false 'N'.
       1 v-residence pic x.
           88 residence-depassee value 'O' false 'N'.
       1 numresa-nouvelle pic 9(6) value 0.
       1 annee-residence pic 9999.
       1 nuits-residence pic 9(5).
       1 v-documents pic x.
           88 documents-perimes value 'O' false 'N'.
       1 type-document pic x(4).
       1 expiration-document pic 9(8).
       1 v-mandat pic x.
           88 mandat-clos value 'O' false 'N'.
       1 fin-mandat pic 9(8).
       1 prochain-numresa pic 9(6) value 1.
       1 ecarts-dispo pic 9(5).
       1 prochain-numloc pic 9999 value 1.
       1 numloc-retenu pic 9999.
       1 tel-normalise pic x(20).
                   perform editer-rejet
               when other
                   perform controler-conflit
                   perform controler-residence
                   call 'pg-documents-valides' using PInumappart
                       PIarrivee PIdepart type-document
                       expiration-document v-documents
                   end-call
                   call 'pg-mandat-ouvert' using PInumappart PIdepart
                       fin-mandat v-mandat
                   end-call
                   if conflit-trouve
                       move 'DATES DEJA RESERVEES' to motif-rejet
                       perform editer-rejet
                   else if residence-depassee
                       move 'RESID. PRINCIPALE > 120 NUITS'
                           to motif-rejet
                       perform editer-rejet
                   else if documents-perimes
                       move spaces to motif-rejet
                       string 'DOCUMENT PERIME : ' type-document
                           delimited by size into motif-rejet
                       perform editer-rejet
                   else if mandat-clos
                       move 'MANDAT RESILIE' to motif-rejet
                       perform editer-rejet
                   else
                       perform chercher-locataire
                       perform ecrire-resa
                   end-if
                   end-if
                   end-if
                   end-if
           end-evaluate.

       controler-conflit.
               end-read
           end-perform.

      * Residence principale : plafond municipal de nuits louees
      * par annee civile (voir pg-nuits-residence).
       controler-residence.
           set residence-depassee to false
           if AResidencePrincipale = 'O'
               call 'pg-nuits-residence' using PInumappart
                   numresa-nouvelle PIarrivee PIdepart
                   annee-residence nuits-residence v-residence
               end-call
           end-if.

       chercher-locataire.
           set locataire-trouve to false
           set fin-locataire to false
               move PItel to LTelLoc
               move spaces to LVilleLoc
               move 'N' to LIncident
               move spaces to LEmailLoc
               move spaces to LMobileLoc
               move 'C' to LCanalLoc
               move 'FR' to LLangueLoc
               write locataire
               if fs-locataire <> '00'
                   display 'PG-IMPORT-PORTAIL - ecriture'
           move 0 to RNumDossier
           move 'N' to RLongSejour
           move PIarrivee to RFactureJusqua
           move 0 to RTrimestreIRL
           move 0 to RLoyerMensuel
           move 0 to RLoyerPrecedent
           move 0 to RDateRevision
           move spaces to RAgenceVente
           move version-resa-courante to RVersion
           write reservation
           if fs-resa <> '00'
               move 1 to return-code
               stop run
           end-if
      * Nuits du sejour reportees dans l'index des disponibilites.
           call 'pg-maj-dispo' using Rnumappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call
           compute prochain-numresa = prochain-numresa + 1
           compute tot-importees = tot-importees + 1.

