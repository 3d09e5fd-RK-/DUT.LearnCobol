           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-dossiers assign 'dossiers.dat'
           organization indexed
           access random
           record key DOnumdossier
           file status fs-dossiers.

       data division.

       file section.
       fd f-ot.
           copy ordre-travail.

       fd f-dossiers.
           copy dossier.

       working-storage section.
       1 fs-appart pic xx.
       1 fs-resa pic xx.
       1 fs-resa-compteur pic xx.
       1 fs-locataire pic xx.
       1 prochain-numresa pic 9(6) value 1.
       1 version-resa-courante pic 99 value 4.
       1 agence-operateur pic x(8).
       1 fs-echeances pic xx.
       1 date-jour pic 9(8).
       1 jour-entier pic 9(7).
           88 conflit-trouve value 'O' false 'N'.
       1 v-ot-bloquant pic x.
           88 ot-bloquant value 'O' false 'N'.
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
       1 enreg-saisi pic x(256).
       1 numresa-conflit pic 9(6).
       1 arrivee-conflit pic 9(8).
       1 depart-conflit pic 9(8).
       1 nb-essais pic 9.
       1 ecarts-dispo pic 9(5).
       1 arrivee-saisie pic 9(8).
       1 depart-saisie pic 9(8).
       1 numappart-saisi pic 9999.
           88 appart-trouve value 'O' false 'N'.
       1 v-saisie-valide pic x value 'N'.
           88 saisie-valide value 'O' false 'N'.
       1 fs-dossiers pic xx.
       1 v-dossiers-dispo pic x value 'N'.
           88 dossiers-dispo value 'O' false 'N'.
       1 v-dossier-trouve pic x value 'N'.
           88 dossier-trouve value 'O' false 'N'.
       1 v-plafond pic x value 'N'.
           88 plafond-depasse value 'O' false 'N'.
       1 numdossier-saisi pic 9(6) value 0.
       1 encours-dossier pic s9(9)v99.
       1 echu-dossier pic s9(9)v99.
       1 date-echue pic 9(8).
       1 encours-prevu pic s9(9)v99.
       1 v-extras pic x value 'N'.
           88 avec-extras value 'O' 'o'.
       1 origine-extras pic x value 'R'.
       1 extras-ht pic 9(7)v99 value 0.
       1 extras-tva pic 9(7)v99 value 0.
       1 code-promo pic x(8) value spaces.
       1 fonction-promo pic x.
       1 remise-promo pic 9(7)v99 value 0.
       1 montant-brut-promo pic 9(7)v99 value 0.
       1 refus-promo pic x(40) value spaces.

       screen section.
       1 a-plg-titre.
           2 s-nbpers line 13 col 25 pic 99 to RNbPers required.
           2 line 14 col 3 'O)ption C)onfirmee: '.
           2 s-statut line 14 col 25 pic x to RStatut required.
           2 line 14 col 30 'Code promotion      : '.
           2 s-promo line 14 col 52 pic x(8) from code-promo
               to code-promo.
           2 line 15 col 3 'L)ocatif P)roprio : '.
           2 s-type line 15 col 25 pic x to RType required.
           2 line 15 col 30 'Dossier (0 = aucun) : '.
           2 s-dossier line 15 col 52 pic 9(6) from numdossier-saisi
               to numdossier-saisi.
       1 a-plg-loc-inconnu.
           2 line 16 col 3 'Aucun locataire avec ce numero.'.
       1 a-plg-nom-loc.
           2 line 16 col 3 'Statut invalide : O)ption ou C)onfirmee.'.
       1 a-plg-type-invalide.
           2 line 16 col 3 'Type invalide : L)ocatif ou P)roprio.'.
       1 a-plg-dossier-inconnu.
           2 line 16 col 3 'Aucun dossier avec ce numero.'.
       1 a-plg-plafond-refus.
           2 line 16 col 3 'Plafond d''encours du dossier depasse :'.
           2 a-encours-refus line 16 col 42 pic -(7)9.99
               from encours-prevu.
       1 a-plg-plafond-alerte.
           2 line 22 col 3 'Attention : plafond du dossier depasse :'.
           2 a-encours-alerte line 22 col 44 pic -(7)9.99
               from encours-prevu.
           2 line 22 col 57 'pour'.
           2 a-plafond line 22 col 62 pic z(6)9.99 from DOPlafond.
       1 a-plg-promo-refus.
           2 a-refus-promo line 16 col 3 pic x(40) from refus-promo.
       1 a-plg-incident.
           2 line 16 col 3 'Locataire signale en incident.'.
       1 a-plg-conflit.
               from depart-conflit.
       1 a-plg-ot-bloquant.
           2 line 16 col 3 'Appartement bloque par ordre de travaux.'.
       1 a-plg-residence-refus.
           2 line 16 col 3 'Residence principale, 120 nuits par an :'.
           2 a-nuits-residence line 16 col 44 pic zzzz9
               from nuits-residence.
           2 line 16 col 50 'nuits en'.
           2 a-annee-residence line 16 col 59 pic 9999
               from annee-residence.
       1 a-plg-documents-refus.
           2 line 16 col 3
               'Location refusee, document de conformite perime :'.
           2 a-type-document line 16 col 53 pic x(4)
               from type-document.
           2 a-expiration-document line 16 col 58 pic 9(8)
               from expiration-document.
       1 a-plg-mandat-refus.
           2 line 16 col 3 'Mandat du proprietaire resilie au'.
           2 a-fin-mandat line 16 col 37 pic 9(8) from fin-mandat.
           2 line 16 col 46 ', location refusee.'.
       1 a-plg-confirm.
           2 line 17 col 3 'Reservation creee, numero : '.
           2 a-numresa line 17 col 31 pic 9(6) from Rnumresa.
       1 s-plg-extras.
           2 line 18 col 3 'Ajouter des extras (O/N) : '.
           2 s-extras line 18 col 30 pic x to v-extras.
       1 a-plg-echeancier.
           2 line 18 col 3 'Prix estime TTC  : '.
           2 a-prix line 18 col 22 pic z(6)9.99
               set ot-dispo to true
           end-if

           open input f-dossiers
           if fs-dossiers = '00'
               set dossiers-dispo to true
           end-if

           set saisie-valide to false
           perform until saisie-valide
               display s-plg-saisie
                       not invalid key set locataire-trouve to true
                   end-read
               end-if
               perform lire-dossier
               if RType <> 'L' and RType <> 'P'
                   display a-plg-type-invalide
               else if not locataire-trouve
                   display a-plg-dates-inversees
               else if RStatut <> 'O' and RStatut <> 'C'
                   display a-plg-statut-invalide
               else if numdossier-saisi > 0 and not dossier-trouve
                   display a-plg-dossier-inconnu
               else
                   perform controler-conflit-resa
                   perform controler-ot-bloquant
                   perform controler-residence
                   perform controler-documents
                   perform controler-mandat
                   if conflit-trouve
                       display a-plg-conflit
                   else if ot-bloquant
                       display a-plg-ot-bloquant
                   else if residence-depassee
                       display a-plg-residence-refus
                   else if documents-perimes
                       display a-plg-documents-refus
                   else if mandat-clos
                       display a-plg-mandat-refus
                   else
                       perform controler-promo
                       perform controler-plafond
                       if refus-promo <> spaces
                           display a-plg-promo-refus
                       else if plafond-depasse and DOBlocage = 'B'
                           display a-plg-plafond-refus
                       else
                           set saisie-valide to true
                           if RType = 'L'
                               display a-plg-nom-loc
                               if LIncident = 'O'
                                   display a-plg-incident
                               end-if
                           end-if
                       end-if
                       end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
               end-if
               end-if
               end-if
               end-if
               end-if
           end-perform

           perform controler-conflit-resa
               if ot-dispo
                   close f-ot
               end-if
               if dossiers-dispo
                   close f-dossiers
               end-if
               goback
           end-if

           move 0 to RCommPartenaire
           move 'N' to RFacturee
           move date-jour to RDateCreation
           move numdossier-saisi to RNumDossier
      * Agence qui vend le sejour : celle de l'operateur signe.
           call 'pg-agence-session' using agence-operateur end-call
           move agence-operateur to RAgenceVente
           compute jour-entier =
               function integer-of-date(RDateDepart)
               - function integer-of-date(RDateArrivee)
               move 'N' to RLongSejour
           end-if
           move RDateArrivee to RFactureJusqua
           perform fixer-loyer
           move version-resa-courante to RVersion
           move 0 to nb-essais
           move '22' to fs-resa
               move 1 to return-code
               stop run
           end-if
      * Nuits du sejour reportees dans l'index des disponibilites.
           call 'pg-maj-dispo' using Rnumappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call

           if code-promo <> spaces
               move 'E' to fonction-promo
               call 'pg-promotion' using fonction-promo code-promo
                   origine-extras Rnumresa numappart-saisi AVille
                   date-jour RDateArrivee RDateDepart
                   montant-brut-promo remise-promo refus-promo
               end-call
           end-if

           display a-plg-confirm
           if RType = 'L'
               display s-plg-extras
               accept s-plg-extras
               if avec-extras
                   call 'pg-saisie-extras' using origine-extras
                       Rnumresa AVille RDateArrivee RDateDepart
                       RNbPers extras-ht extras-tva end-call
                   display a-plg-titre
                   display a-plg-appart
                   display a-plg-confirm
               end-if
               perform generer-echeancier
           end-if
           if plafond-depasse
               display a-plg-plafond-alerte
           end-if
           call 'pg-edite-confirmation' using Rnumresa
               code-retour-conf end-call

           if ot-dispo
               close f-ot
           end-if
           if dossiers-dispo
               close f-dossiers
           end-if

           compute prochain-numresa = prochain-numresa + 1
           open output f-resa-compteur
           goback.

       generer-echeancier.
           perform estimer-sejour
           compute montant-sejour-ttc =
               montant-sejour-ttc + extras-ht + extras-tva
           if nuits-min-regle > 0 and nb-nuits < nuits-min-regle
               display a-plg-nuits-min
           end-if

           compute montant-acompte rounded =
               montant-sejour-ttc * pct-acompte / 100


           display a-plg-echeancier.

       estimer-sejour.
           compute jour-entier =
               function integer-of-date(RDateArrivee)
           compute borne-entier =
               function integer-of-date(RDateDepart) - 1
           call 'pg-calcul-sejour' using numappart-saisi AVille
               AtarifHT AtarifBS RDateArrivee RDateDepart RNbPers
               montant-sejour nuits-min-regle end-call
           compute montant-sejour = montant-sejour - remise-promo
           compute nb-nuits = borne-entier - jour-entier + 1

      * L'echeancier couvre le TTC facture au depart (HT + TVA +
      * taxe de sejour), sinon le locataire qui a tout regle reste
      * debiteur de la TVA et de la taxe sur la facture.
           call 'pg-taux-tva' using categorie-tva date-jour
               taux-location end-call
           compute montant-tva rounded =
               montant-sejour * taux-location / 100
           call 'pg-taux-taxe' using AVille RDateArrivee
               taux-taxe end-call
           compute montant-taxe rounded =
               nb-nuits * RNbPers * taux-taxe
           compute montant-sejour-ttc =
               montant-sejour + montant-tva + montant-taxe.

      * Code promotion : controle sur le prix du sejour seul (hors
      * extras) ; la remise HT est deduite des estimations, et de la
      * facture par pg-facturation.
       controler-promo.
           move 0 to remise-promo
           move spaces to refus-promo
           if code-promo <> spaces
               if RType <> 'L'
                   move 'Code promotion reserve aux locations.'
                       to refus-promo
               else
                   perform estimer-sejour
                   move montant-sejour to montant-brut-promo
                   move 'C' to fonction-promo
                   call 'pg-promotion' using fonction-promo
                       code-promo origine-extras prochain-numresa
                       numappart-saisi AVille date-jour RDateArrivee
                       RDateDepart montant-brut-promo remise-promo
                       refus-promo
                   end-call
               end-if
           end-if.

       controler-conflit-resa.
           set conflit-trouve to false
           set fin-resa to false
               end-perform
           end-if.

      * Residence principale du proprietaire : la location est
      * refusee si elle porte les nuits louees de l'annee civile
      * au-dela du plafond municipal.
       controler-residence.
           set residence-depassee to false
           if AResidencePrincipale = 'O' and RType = 'L'
               call 'pg-nuits-residence' using numappart-saisi
                   numresa-nouvelle RDateArrivee RDateDepart
                   annee-residence nuits-residence v-residence
               end-call
           end-if.

      * Assurance et diagnostics obligatoires : un logement dont un
      * document est perime sur les dates du sejour n'est pas loue.
       controler-documents.
           set documents-perimes to false
           if RType = 'L'
               call 'pg-documents-valides' using numappart-saisi
                   RDateArrivee RDateDepart type-document
                   expiration-document v-documents
               end-call
           end-if.

      * Mandat resilie : pas de nuit louee apres la date de fin, y
      * compris pour un sejour du proprietaire.
       controler-mandat.
           call 'pg-mandat-ouvert' using numappart-saisi RDateDepart
               fin-mandat v-mandat end-call.

       lire-dossier.
           set dossier-trouve to false
           if numdossier-saisi > 0 and dossiers-dispo
               move numdossier-saisi to DOnumdossier
               read f-dossiers key is DOnumdossier
                   invalid key continue
                   not invalid key set dossier-trouve to true
               end-read
           end-if.

      * Sejour rattache a un dossier groupe : l'encours du dossier
      * plus le TTC estime du sejour ne doit pas depasser le plafond
      * (0 = pas de plafond). Dossier bloquant : la saisie est
      * refusee ; sinon l'avertissement suit la creation.
       controler-plafond.
           set plafond-depasse to false
           if numdossier-saisi > 0 and DOPlafond > 0
               call 'pg-encours-dossier' using numdossier-saisi
                   DODelaiPaiement encours-dossier echu-dossier
                   date-echue end-call
               move 0 to montant-sejour-ttc
               if RType = 'L'
                   perform estimer-sejour
               end-if
               compute encours-prevu =
                   encours-dossier + montant-sejour-ttc
               if encours-prevu > DOPlafond
                   set plafond-depasse to true
               end-if
           end-if.

      * Long sejour : loyer mensuel et trimestre IRL de reference,
      * revises a chaque anniversaire (pg-revision-loyers).
       fixer-loyer.
           move 0 to RLoyerMensuel
           move 0 to RTrimestreIRL
           move 0 to RLoyerPrecedent
           move 0 to RDateRevision
           if RLongSejour = 'O' and RType <> 'P'
               call 'pg-loyer-long-sejour' using Rnumappart
                   RDateArrivee RDateDepart RNbPers RLoyerMensuel
                   RTrimestreIRL end-call
           end-if.

       end program pg-reservation.
