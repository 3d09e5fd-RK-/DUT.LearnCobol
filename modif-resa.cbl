       program-id. pg-modif-resa.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-ot assign 'ot.dat'
           organization indexed
           access dynamic
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-echeances assign 'echeances.dat'
           organization indexed
           access dynamic
           record key ECcle
           file status fs-echeances.

           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-fact-compteur assign 'facture-cpt.dat'
           organization record sequential
           file status fs-fact-compteur.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access dynamic
           record key GLnumprop
           file status fs-livre.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access dynamic
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-impression assign 'modifs-resa.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-appart.
           copy appartement.

       fd f-ot.
           copy ordre-travail.

       fd f-echeances.
           copy echeance.

       fd f-factures.
           copy facture.

       fd f-fact-compteur.
       1 fact-compteur-rec.
           2 fc-annee pic 9999.
           2 fc-prochain pic 9999.

       fd f-livre.
           copy grand-livre.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-resa pic xx.
       1 fs-appart pic xx.
       1 fs-ot pic xx.
       1 fs-echeances pic xx.
       1 fs-factures pic xx.
       1 fs-fact-compteur pic xx.
       1 fs-livre pic xx.
       1 fs-lignes-extras pic xx.
       1 fs-impression pic xx.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fonction-signon pic x value 'S'.
       1 operateur-courant pic x(8).
       1 date-jour pic 9(8).
       1 etat-periode pic x.
       1 numresa-saisi pic 9(6).
       1 numappart-saisi pic 9999.
       1 arrivee-saisie pic 9(8).
       1 depart-saisie pic 9(8).
       1 nbpers-saisi pic 99.
       1 fonction-promo pic x value 'L'.
       1 origine-promo pic x value 'R'.
       1 code-promo pic x(8).
       1 remise-promo pic 9(7)v99.
       1 montant-brut-promo pic 9(7)v99.
       1 refus-promo pic x(40).
       1 v-confirme pic x.
           88 modif-confirmee value 'O' 'o'.
       1 v-trouve pic x value 'N'.
           88 resa-trouvee value 'O' false 'N'.
       1 v-appart-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 v-saisie-valide pic x value 'N'.
           88 saisie-valide value 'O' false 'N'.
       1 v-abandon pic x value 'N'.
           88 saisie-abandonnee value 'O' false 'N'.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
       1 v-fin-ot pic x value 'N'.
           88 fin-ot value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-echeances pic x value 'N'.
           88 fin-echeances value 'O' false 'N'.
       1 v-fin-fact pic x value 'N'.
           88 fin-fact value 'O' false 'N'.
       1 v-conflit pic x.
           88 conflit-trouve value 'O' false 'N'.
       1 v-residence pic x.
           88 residence-depassee value 'O' false 'N'.
       1 annee-residence pic 9999.
       1 nuits-residence pic 9(5).
       1 v-documents pic x.
           88 documents-perimes value 'O' false 'N'.
       1 type-document pic x(4).
       1 expiration-document pic 9(8).
       1 v-ot-bloquant pic x.
           88 ot-bloquant value 'O' false 'N'.
       1 v-mandat pic x.
           88 mandat-clos value 'O' false 'N'.
       1 fin-mandat pic 9(8).
       1 v-livre-trouve pic x.
           88 livre-trouve value 'O' false 'N'.
       1 v-facturee pic x.
           88 sejour-facture value 'O' false 'N'.
       1 v-en-cours pic x.
           88 facturation-entamee value 'O' false 'N'.
       1 resa-sauvee pic x(256).
       1 numresa-conflit pic 9(6).
       1 arrivee-conflit pic 9(8).
       1 depart-conflit pic 9(8).
      * Sejour tel qu'il etait avant la modification, reprice aux
      * taux du jour pour que l'ecart ne porte que sur le changement.
       1 ancien-numappart pic 9999.
       1 ancien-arrivee pic 9(8).
       1 ancien-depart pic 9(8).
       1 ancien-nbpers pic 99.
       1 ancien-prop pic 9999.
       1 ancien-nuits pic 9(3).
       1 ancien-ht pic 9(7)v99.
       1 ancien-tva pic 9(7)v99.
       1 ancien-taxe pic 9(7)v99.
       1 ancien-ttc pic 9(7)v99.
       1 ancien-eur pic 9(7)v99.
       1 ecarts-dispo pic 9(5).
       1 nouveau-prop pic 9999.
       1 nouveau-nuits pic 9(3).
       1 nouveau-ht pic 9(7)v99.
       1 nouveau-tva pic 9(7)v99.
       1 nouveau-taxe pic 9(7)v99.
       1 nouveau-ttc pic 9(7)v99.
       1 nouveau-eur pic 9(7)v99.
       1 nouveau-devise pic x(3).
       1 ecart-ttc pic s9(7)v99.
       1 ecart-eur pic s9(7)v99.
       1 calc-ht pic 9(7)v99.
       1 calc-tva pic 9(7)v99.
       1 calc-taxe pic 9(7)v99.
       1 calc-ttc pic 9(7)v99.
       1 calc-eur pic 9(7)v99.
       1 calc-nuits pic 9(3).
       1 montant-sejour pic 9(7)v99.
       1 nuits-min-regle pic 99.
       1 categorie-tva pic x(10) value 'LOCATION'.
       1 taux-location pic 99v99.
       1 taux-taxe pic 9(3)v99.
       1 taux-devise pic 9(3)v9(6).
       1 jour-entier pic 9(7).
      * Piece de regularisation (facture complementaire ou avoir)
       1 piece-type pic x.
       1 piece-prop pic 9999.
       1 piece-appart pic 9999.
       1 piece-nuits pic 9(3).
       1 piece-ht pic 9(7)v99.
       1 piece-tva pic 9(7)v99.
       1 piece-taxe pic 9(7)v99.
       1 piece-ttc pic 9(7)v99.
       1 piece-eur pic 9(7)v99.
       1 piece-devise pic x(3).
       1 piece-commission pic 9(7)v99.
       1 numfact-origine pic 9(6).
       1 numfact-piece pic 9(6).
       1 prochain-numfact pic 9(6) value 1.
       1 prochain-seq pic 9999 value 1.
       1 exercice-courant pic 9999.
       1 prefixe-exercice pic 9(6).
       1 code-retour-fact pic x.
       1 code-retour-conf pic x.
      * Echeancier : les echeances reglees restent, les autres
      * sont refaites sur le nouveau TTC.
       1 total-regle pic 9(7)v99.
       1 reste-du pic s9(7)v99 value 0.
       1 rang-max pic 99.
       1 montant-acompte pic 9(7)v99.
       1 pct-acompte pic 99 value 30.
       1 nb-a-supprimer pic 99 value 0.
       1 tbl-a-supprimer occurs 50 times.
           2 ts-rang pic 99.
       1 sx pic 99.
       1 total-sejour pic 9(7)v99.
      * Extras de la reservation : les lignes pas encore facturees
      * suivent les nouvelles dates et sont reprices (extras a la
      * nuit ou a la personne) ; les lignes facturees restent.
       1 v-fin-extras pic x value 'N'.
           88 fin-extras value 'O' false 'N'.
       1 v-stock pic x.
           88 stock-insuffisant value 'O' false 'N'.
       1 code-stock pic x(6).
       1 nb-libres pic 999.
       1 nuits-extras pic 9(3).
       1 nouveau-extras pic 9(7)v99.
       1 nb-extras-resa pic 99 value 0.
       1 tbl-extras-resa occurs 50 times.
           2 te-code pic x(6).
           2 te-quantite pic 99.
           2 te-ht pic 9(7)v99.
           2 te-tva pic 9(7)v99.
           2 te-facture pic x.
       1 ex pic 99.
       1 tot-pieces pic 9 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(6)9.99.
       1 ecart-edit pic -(6)9.99.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 12 'Modification d''une reservation'.
       1 s-plg-numresa.
           2 line 4 col 3 'Numero de reservation : '.
           2 s-numresa line 4 col 27 pic 9(6) to numresa-saisi
               required.
       1 a-plg-nontrouvee.
           2 line 6 col 3 'Aucune reservation avec ce numero.'.
       1 a-plg-statut-interdit.
           2 line 6 col 3 'Reservation close, modification refusee.'.
       1 a-plg-periode-close.
           2 line 6 col 3 'Periode comptable close, modification'.
           2 line 6 col 41 ' refusee.'.
       1 a-plg-actuel.
           2 line 6 col 1 'Reservation actuelle :'.
           2 line 7 col 3 'Appartement : '.
           2 a-appart line 7 col 17 pic 9999 from ancien-numappart.
           2 line 7 col 25 'Locataire : '.
           2 a-loc line 7 col 37 pic 9999 from Rnumloc.
           2 line 8 col 3 'Sejour      : '.
           2 a-arrivee line 8 col 17 pic 9(8) from ancien-arrivee.
           2 line 8 col 26 'au'.
           2 a-depart line 8 col 29 pic 9(8) from ancien-depart.
           2 line 8 col 39 'Nb pers : '.
           2 a-nbpers line 8 col 49 pic 99 from ancien-nbpers.
           2 line 9 col 3 'Prix TTC    : '.
           2 a-ancien-ttc line 9 col 17 pic z(6)9.99
               from ancien-ttc.
       1 s-plg-modif.
           2 line 11 col 1 'Nouvelles valeurs (appartement 0 :'.
           2 line 11 col 36 'abandon) :'.
           2 line 12 col 3 'Appartement       : '.
           2 s-appart line 12 col 25 pic 9999 from numappart-saisi
               to numappart-saisi.
           2 line 13 col 3 'Arrivee (AAAAMMJJ): '.
           2 s-arrivee line 13 col 25 pic 9(8) from arrivee-saisie
               to arrivee-saisie.
           2 line 14 col 3 'Depart  (AAAAMMJJ): '.
           2 s-depart line 14 col 25 pic 9(8) from depart-saisie
               to depart-saisie.
           2 line 15 col 3 'Nb personnes      : '.
           2 s-nbpers line 15 col 25 pic 99 from nbpers-saisi
               to nbpers-saisi.
       1 a-plg-appart-inconnu.
           2 line 17 col 3 'Aucun appartement avec ce numero.'.
       1 a-plg-trop-pers.
           2 line 17 col 3 'Nb personnes superieur a la capacite.'.
       1 a-plg-dates-inversees.
           2 line 17 col 3 'Date de depart avant la date d''arrivee.'.
       1 a-plg-aucun-changement.
           2 line 17 col 3 'Aucune modification saisie.'.
       1 a-plg-entamee.
           2 line 17 col 3 'Facturation mensuelle entamee : arrivee'.
           2 line 17 col 43 'et appartement figes.'.
       1 a-plg-conflit.
           2 line 17 col 3 'Conflit avec la resa '.
           2 a-numconflit line 17 col 24 pic 9(6)
               from numresa-conflit.
           2 line 17 col 31 'du'.
           2 a-arrconflit line 17 col 34 pic 9(8)
               from arrivee-conflit.
           2 line 17 col 43 'au'.
           2 a-depconflit line 17 col 46 pic 9(8)
               from depart-conflit.
       1 a-plg-ot-bloquant.
           2 line 17 col 3 'Appartement bloque par ordre de travaux.'.
       1 a-plg-mandat-refus.
           2 line 17 col 3 'Mandat du proprietaire resilie au'.
           2 a-fin-mandat line 17 col 37 pic 9(8) from fin-mandat.
           2 line 17 col 46 ', modification refusee.'.
       1 a-plg-residence-refus.
           2 line 17 col 3 'Residence principale, 120 nuits par an :'.
           2 a-nuits-residence line 17 col 44 pic zzzz9
               from nuits-residence.
           2 line 17 col 50 'nuits en'.
           2 a-annee-residence line 17 col 59 pic 9999
               from annee-residence.
       1 a-plg-documents-refus.
           2 line 17 col 3
               'Location refusee, document de conformite perime :'.
           2 a-type-document line 17 col 53 pic x(4)
               from type-document.
           2 a-expiration-document line 17 col 58 pic 9(8)
               from expiration-document.
       1 a-plg-stock-refus.
           2 line 17 col 3 'Stock insuffisant sur les nouvelles dates'.
           2 line 17 col 45 'pour l''extra'.
           2 a-code-stock line 17 col 58 pic x(6) from code-stock.
       1 a-plg-prix.
           2 line 17 col 3 'Nouveau prix TTC  : '.
           2 a-nouveau-ttc line 17 col 23 pic z(6)9.99
               from nouveau-ttc.
           2 a-nouveau-devise line 17 col 34 pic x(3)
               from nouveau-devise.
           2 line 18 col 3 'Ecart             : '.
           2 a-ecart line 18 col 23 pic -(6)9.99 from ecart-ttc.
           2 line 18 col 40 'Extras TTC : '.
           2 a-extras line 18 col 53 pic z(6)9.99
               from nouveau-extras.
       1 s-plg-confirmer.
           2 line 19 col 3 'Confirmer la modification (O/N) : '.
           2 s-confirme line 19 col 38 pic x to v-confirme required.
       1 a-plg-abandon.
           2 line 21 col 3 'Modification abandonnee.'.
       1 a-plg-confirm.
           2 line 21 col 3 'Reservation modifiee,'.
           2 line 21 col 25 'confirmation reeditee.'.
       1 a-plg-piece.
           2 line 22 col 3 'Piece de regularisation emise, numero : '.
           2 a-numpiece line 22 col 43 pic 9(6) from numfact-piece.
       1 a-plg-trop-percu.
           2 line 23 col 3 'Trop-percu a rembourser : '.
           2 a-trop-percu line 23 col 29 pic -(6)9.99
               from reste-du.

       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre

           call 'pg-controle-acces' using fonction-signon
               operateur-courant end-call
           if operateur-courant = spaces
               display 'PG-MODIF-RESA - acces refuse'
               goback
           end-if

           display s-plg-numresa
           accept s-plg-numresa

           open i-o f-resa
           if fs-resa <> '00'
               display 'PG-MODIF-RESA - ouverture resa.dat impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           move numresa-saisi to Rnumresa
           read f-resa key is Rnumresa
               invalid key set resa-trouvee to false
               not invalid key set resa-trouvee to true
           end-read
           if not resa-trouvee
               display a-plg-nontrouvee
               close f-resa
               goback
           end-if
           if RStatut = 'A' or RStatut = 'N' or RStatut = 'T'
               display a-plg-statut-interdit
               close f-resa
               goback
           end-if

      * Un sejour deja facture donne lieu a une piece datee du jour :
      * elle ne peut pas tomber dans une periode cloturee.
           set sejour-facture to false
           if RFacturee = 'O'
               set sejour-facture to true
               call 'pg-controle-periode' using date-jour
                   etat-periode end-call
               if etat-periode = 'F'
                   display a-plg-periode-close
                   close f-resa
                   goback
               end-if
           end-if
           set facturation-entamee to false
           if RFacturee <> 'O' and RFactureJusqua > RDateArrivee
               set facturation-entamee to true
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-MODIF-RESA - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open input f-ot
           if fs-ot = '00'
               set ot-dispo to true
           end-if

           move Rnumappart to ancien-numappart
           move RDateArrivee to ancien-arrivee
           move RDateDepart to ancien-depart
           move RNbPers to ancien-nbpers
           move 0 to ancien-prop
           move 0 to ancien-ht
           move 0 to ancien-tva
           move 0 to ancien-taxe
           move 0 to ancien-ttc
           move 0 to ancien-eur
           move 0 to ancien-nuits
           move ancien-numappart to numappart-saisi
           move ancien-arrivee to arrivee-saisie
           move ancien-depart to depart-saisie
           move ancien-nbpers to nbpers-saisi
           move Rnumappart to Anumappart
           read f-appart key is Anumappart
               invalid key set appart-trouve to false
               not invalid key set appart-trouve to true
           end-read
           if appart-trouve
               move Anumprop to ancien-prop
               perform calculer-prix
               move calc-ht to ancien-ht
               move calc-tva to ancien-tva
               move calc-taxe to ancien-taxe
               move calc-ttc to ancien-ttc
               move calc-eur to ancien-eur
               move calc-nuits to ancien-nuits
           end-if

           set saisie-valide to false
           set saisie-abandonnee to false
           perform until saisie-valide or saisie-abandonnee
               display a-plg-actuel
               display s-plg-modif
               accept s-plg-modif
               if numappart-saisi = 0
                   set saisie-abandonnee to true
               else
                   perform controler-saisie
               end-if
           end-perform

           if saisie-abandonnee
               display a-plg-abandon
               perform fermer-fichiers
               goback
           end-if

           move Anumprop to nouveau-prop
           move Adevise to nouveau-devise
           perform calculer-prix
           move calc-ht to nouveau-ht
           move calc-tva to nouveau-tva
           move calc-taxe to nouveau-taxe
           move calc-ttc to nouveau-ttc
           move calc-eur to nouveau-eur
           move calc-nuits to nouveau-nuits
           compute ecart-ttc = nouveau-ttc - ancien-ttc
           compute ecart-eur = nouveau-eur - ancien-eur
           display a-plg-prix

           display s-plg-confirmer
           accept s-plg-confirmer
           if not modif-confirmee
               display a-plg-abandon
               perform fermer-fichiers
               goback
           end-if

           move numresa-saisi to Rnumresa
           read f-resa key is Rnumresa
               invalid key
                   display 'PG-MODIF-RESA - reservation ' Rnumresa
                       ' disparue pendant la saisie'
                   move 1 to return-code
                   stop run
           end-read
           move numappart-saisi to Rnumappart
           move arrivee-saisie to RDateArrivee
           move depart-saisie to RDateDepart
           move nbpers-saisi to RNbPers
           if not facturation-entamee and not sejour-facture
               compute jour-entier =
                   function integer-of-date(RDateDepart)
                   - function integer-of-date(RDateArrivee)
               if jour-entier > 31
                   move 'O' to RLongSejour
               else
                   move 'N' to RLongSejour
               end-if
               move RDateArrivee to RFactureJusqua
               perform fixer-loyer
           end-if
           rewrite reservation
           if fs-resa <> '00'
               display 'PG-MODIF-RESA - reecriture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
      * Index des disponibilites : nuits quittees puis nuits prises.
           call 'pg-maj-dispo' using ancien-numappart ancien-arrivee
               ancien-depart ecarts-dispo
           end-call
           call 'pg-maj-dispo' using Rnumappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call
           perform reprendre-extras

           perform ouvrir-impression
           perform imprimer-modification

           if RType = 'L'
               perform reconstruire-echeancier
           end-if

           if sejour-facture
               perform regulariser-facturation
           end-if

           perform noter-evenement
           close f-impression
           perform fermer-fichiers

           call 'pg-edite-confirmation' using numresa-saisi
               code-retour-conf end-call

           display a-plg-confirm
           if tot-pieces > 0
               display a-plg-piece
           end-if
           if reste-du < 0
               display a-plg-trop-percu
           end-if
           goback.

       controler-saisie.
           set appart-trouve to false
           move numappart-saisi to Anumappart
           read f-appart key is Anumappart
               invalid key continue
               not invalid key set appart-trouve to true
           end-read
           if not appart-trouve
               display a-plg-appart-inconnu
           else if nbpers-saisi > ANbPersMax
               display a-plg-trop-pers
           else if depart-saisie <= arrivee-saisie
               display a-plg-dates-inversees
           else if numappart-saisi = ancien-numappart
               and arrivee-saisie = ancien-arrivee
               and depart-saisie = ancien-depart
               and nbpers-saisi = ancien-nbpers
               display a-plg-aucun-changement
           else if facturation-entamee
               and (arrivee-saisie <> ancien-arrivee
                   or numappart-saisi <> ancien-numappart)
               display a-plg-entamee
           else
               perform controler-conflit-resa
               perform controler-ot-bloquant
               perform controler-residence
               perform controler-documents
               perform controler-extras
               call 'pg-mandat-ouvert' using numappart-saisi
                   depart-saisie fin-mandat v-mandat
               end-call
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
               else if stock-insuffisant
                   display a-plg-stock-refus
               else
                   set saisie-valide to true
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
           end-if.

      * Plafond de nuits d'une residence principale, la reservation
      * modifiee etant remplacee par ses nouvelles dates.
       controler-residence.
           set residence-depassee to false
           if AResidencePrincipale = 'O' and RType = 'L'
               call 'pg-nuits-residence' using numappart-saisi
                   numresa-saisi arrivee-saisie depart-saisie
                   annee-residence nuits-residence v-residence
               end-call
           end-if.

      * Documents de conformite valides sur les nouvelles dates.
       controler-documents.
           set documents-perimes to false
           if RType = 'L'
               call 'pg-documents-valides' using numappart-saisi
                   arrivee-saisie depart-saisie type-document
                   expiration-document v-documents
               end-call
           end-if.

      * Extras a stock limite encore disponibles sur les nouvelles
      * dates (les lignes de la reservation elle-meme ne comptent
      * pas), et montant des extras du sejour modifie.
       controler-extras.
           set stock-insuffisant to false
           move 0 to nb-extras-resa
           move 0 to nouveau-extras
           compute nuits-extras =
               function integer-of-date(depart-saisie)
               - function integer-of-date(arrivee-saisie)
           open input f-lignes-extras
           if fs-lignes-extras = '00'
               set fin-extras to false
               move 'R' to LXorigine
               move numresa-saisi to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-extras to true
               end-start
               perform until fin-extras
                   read f-lignes-extras next record
                       at end set fin-extras to true
                   end-read
                   if not fin-extras
                       if LXorigine <> 'R' or LXnumero <> numresa-saisi
                           set fin-extras to true
                       else if nb-extras-resa < 50
                           perform retenir-extra
                       end-if
                       end-if
                   end-if
               end-perform
               close f-lignes-extras
           end-if
           perform varying ex from 1 by 1
               until ex > nb-extras-resa or stock-insuffisant
               if te-facture(ex) = 'N'
                   call 'pg-dispo-extra' using te-code(ex)
                       arrivee-saisie depart-saisie nb-libres
                       numresa-saisi end-call
                   if nb-libres < te-quantite(ex)
                       set stock-insuffisant to true
                       move te-code(ex) to code-stock
                   end-if
               end-if
           end-perform.

      * Meme calcul que pg-saisie-extras, au prix HT et au taux de
      * TVA retenus a la saisie de la ligne.
       retenir-extra.
           compute nb-extras-resa = nb-extras-resa + 1
           move LXcode to te-code(nb-extras-resa)
           move LXQuantite to te-quantite(nb-extras-resa)
           if LXnumfact = 0
               move 'N' to te-facture(nb-extras-resa)
               evaluate LXUnite
                   when 'N'
                       compute te-ht(nb-extras-resa) =
                           LXPrixHT * LXQuantite * nuits-extras
                   when 'P'
                       compute te-ht(nb-extras-resa) =
                           LXPrixHT * LXQuantite * nbpers-saisi
                   when other
                       compute te-ht(nb-extras-resa) =
                           LXPrixHT * LXQuantite
               end-evaluate
               compute te-tva(nb-extras-resa) rounded =
                   te-ht(nb-extras-resa) * LXTauxTVA / 100
           else
               move 'O' to te-facture(nb-extras-resa)
               move LXMontantHT to te-ht(nb-extras-resa)
               move LXMontantTVA to te-tva(nb-extras-resa)
           end-if
           compute nouveau-extras = nouveau-extras
               + te-ht(nb-extras-resa) + te-tva(nb-extras-resa).

      * Lignes d'extras non facturees portees sur les nouvelles dates
      * au montant calcule au controle de la saisie.
       reprendre-extras.
           if nb-extras-resa > 0
               open i-o f-lignes-extras
               if fs-lignes-extras <> '00'
                   display 'PG-MODIF-RESA - ouverture'
                       ' lignes-extras.dat impossible'
                   display 'code retour fichier : ' fs-lignes-extras
                   move 1 to return-code
                   stop run
               end-if
               perform varying ex from 1 by 1 until ex > nb-extras-resa
                   if te-facture(ex) = 'N'
                       move 'R' to LXorigine
                       move numresa-saisi to LXnumero
                       move te-code(ex) to LXcode
                       read f-lignes-extras key is LXcle
                           invalid key continue
                           not invalid key
                               move arrivee-saisie to LXDateDebut
                               move depart-saisie to LXDateFin
                               move te-ht(ex) to LXMontantHT
                               move te-tva(ex) to LXMontantTVA
                               rewrite ligne-extra
                               if fs-lignes-extras <> '00'
                                   display 'PG-MODIF-RESA - reecriture'
                                       ' lignes-extras.dat impossible'
                                   display 'code retour fichier : '
                                       fs-lignes-extras
                                   move 1 to return-code
                                   stop run
                               end-if
                       end-read
                   end-if
               end-perform
               close f-lignes-extras
           end-if.

      * Meme controle de chevauchement qu'a la saisie, la
      * reservation modifiee elle-meme etant ignoree.
       controler-conflit-resa.
           set conflit-trouve to false
           set fin-resa to false
           move reservation to resa-sauvee
           move numappart-saisi to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa
                   or Rnumappart <> numappart-saisi
                   or conflit-trouve
               if RStatut <> 'A'
                   and Rnumresa <> numresa-saisi
                   and RDateArrivee < depart-saisie
                   and RDateDepart > arrivee-saisie
                   set conflit-trouve to true
                   move Rnumresa to numresa-conflit
                   move RDateArrivee to arrivee-conflit
                   move RDateDepart to depart-conflit
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
           end-perform
           move resa-sauvee to reservation.

       controler-ot-bloquant.
           set ot-bloquant to false
           if ot-dispo
               set fin-ot to false
               move numappart-saisi to OTnumappart
               start f-ot key is >= OTnumappart
                   invalid key set fin-ot to true
               end-start
               if not fin-ot
                   read f-ot next record at end set fin-ot to true
                   end-read
               end-if
               perform until fin-ot
                       or OTnumappart <> numappart-saisi
                       or ot-bloquant
                   if OTStatut = 'O' and OTBloquant = 'O'
                       set ot-bloquant to true
                   end-if
                   read f-ot next record at end set fin-ot to true
                   end-read
               end-perform
           end-if.

      * Prix du sejour decrit par l'appartement lu (appartement.cpy)
      * et les zones saisies ; appele une fois pour l'ancien sejour,
      * une fois pour le nouveau. La remise d'un code promotion
      * reste acquise telle qu'accordee a la reservation.
       calculer-prix.
           call 'pg-calcul-sejour' using Anumappart AVille
               AtarifHT AtarifBS arrivee-saisie depart-saisie
               nbpers-saisi montant-sejour nuits-min-regle end-call
           call 'pg-promotion' using fonction-promo code-promo
               origine-promo numresa-saisi Anumappart AVille
               date-jour arrivee-saisie depart-saisie
               montant-brut-promo remise-promo refus-promo
           end-call
           if remise-promo > montant-sejour
               move montant-sejour to remise-promo
           end-if
           compute montant-sejour = montant-sejour - remise-promo
           move montant-sejour to calc-ht
           compute calc-nuits =
               function integer-of-date(depart-saisie)
               - function integer-of-date(arrivee-saisie)
           call 'pg-taux-tva' using categorie-tva date-jour
               taux-location end-call
           compute calc-tva rounded = calc-ht * taux-location / 100
           call 'pg-taux-taxe' using AVille arrivee-saisie
               taux-taxe end-call
           compute calc-taxe rounded =
               calc-nuits * nbpers-saisi * taux-taxe
           compute calc-ttc = calc-ht + calc-tva + calc-taxe
           call 'pg-taux-euro' using Adevise date-jour
               taux-devise end-call
           if taux-devise = 0
               move 1 to taux-devise
           end-if
           compute calc-eur rounded = calc-ttc * taux-devise.

      * Les echeances deja reglees sont conservees (une echeance
      * partiellement reglee est soldee a hauteur du regle) ; les
      * echeances ouvertes sont remplacees par un solde calcule sur
      * le nouveau TTC, extras compris. Un echeancier vierge est
      * refait comme a la saisie (acompte du jour + solde a
      * l'arrivee).
       reconstruire-echeancier.
           open i-o f-echeances
           if fs-echeances = '35'
               open output f-echeances
               close f-echeances
               open i-o f-echeances
           end-if
           if fs-echeances <> '00'
               display 'PG-MODIF-RESA - ouverture echeances.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-echeances
               move 1 to return-code
               stop run
           end-if

           move 0 to total-regle
           move 0 to rang-max
           move 0 to nb-a-supprimer
           set fin-echeances to false
           move numresa-saisi to ECnumresa
           move 0 to ECrang
           start f-echeances key is >= ECcle
               invalid key set fin-echeances to true
           end-start
           if not fin-echeances
               read f-echeances next record at end
                   set fin-echeances to true
               end-read
           end-if
           perform until fin-echeances or ECnumresa <> numresa-saisi
               compute total-regle = total-regle + ECMontantRegle
               if ECrang > rang-max
                   move ECrang to rang-max
               end-if
               if ECStatut <> 'S'
                   if ECMontantRegle > 0
                       move ECMontantRegle to ECMontant
                       move 'S' to ECStatut
                       rewrite echeance
                   else
                       if nb-a-supprimer < 50
                           compute nb-a-supprimer = nb-a-supprimer + 1
                           move ECrang to ts-rang(nb-a-supprimer)
                       end-if
                   end-if
               end-if
               read f-echeances next record at end
                   set fin-echeances to true
               end-read
           end-perform

           perform varying sx from 1 by 1 until sx > nb-a-supprimer
               move numresa-saisi to ECnumresa
               move ts-rang(sx) to ECrang
               delete f-echeances record
                   invalid key continue
               end-delete
           end-perform

           compute total-sejour = nouveau-ttc + nouveau-extras
           compute reste-du = total-sejour - total-regle
           if reste-du > 0
               if total-regle = 0
                   compute montant-acompte rounded =
                       total-sejour * pct-acompte / 100
                   compute rang-max = rang-max + 1
                   move numresa-saisi to ECnumresa
                   move rang-max to ECrang
                   move 'ACOMPTE' to EClibelle
                   move date-jour to ECDateEcheance
                   move montant-acompte to ECMontant
                   move 0 to ECMontantRegle
                   move 'O' to ECStatut
                   perform ecrire-echeance
                   compute reste-du = reste-du - montant-acompte
               end-if
               compute rang-max = rang-max + 1
               move numresa-saisi to ECnumresa
               move rang-max to ECrang
               move 'SOLDE' to EClibelle
               if arrivee-saisie > date-jour
                   move arrivee-saisie to ECDateEcheance
               else
                   move date-jour to ECDateEcheance
               end-if
               move reste-du to ECMontant
               move 0 to ECMontantRegle
               move 'O' to ECStatut
               perform ecrire-echeance
               move 0 to reste-du
           end-if
           close f-echeances

           if reste-du < 0
               move reste-du to ecart-edit
               string 'Trop-percu sur l''echeancier : ' ecart-edit
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if.

       ecrire-echeance.
           write echeance
           if fs-echeances <> '00'
               display 'PG-MODIF-RESA - ecriture echeances.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-echeances
               move 1 to return-code
               stop run
           end-if.

      * Sejour deja facture : meme proprietaire, une piece pour
      * l'ecart (facture complementaire si le sejour encherit,
      * avoir sinon) ; changement de proprietaire, avoir integral
      * chez l'ancien et facture integrale chez le nouveau, pour
      * que chaque releve porte le sejour qu'il a reellement heberge.
       regulariser-facturation.
           open i-o f-factures
           if fs-factures <> '00'
               display 'PG-MODIF-RESA - ouverture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if
           perform chercher-facture-origine
           perform ouvrir-livre

           if nouveau-prop <> ancien-prop
               move 'A' to piece-type
               move ancien-prop to piece-prop
               move ancien-numappart to piece-appart
               move ancien-nuits to piece-nuits
               move ancien-ht to piece-ht
               move ancien-tva to piece-tva
               move ancien-taxe to piece-taxe
               move ancien-ttc to piece-ttc
               move ancien-eur to piece-eur
               perform emettre-piece
               move 'F' to piece-type
               move nouveau-prop to piece-prop
               move numappart-saisi to piece-appart
               move nouveau-nuits to piece-nuits
               move nouveau-ht to piece-ht
               move nouveau-tva to piece-tva
               move nouveau-taxe to piece-taxe
               move nouveau-ttc to piece-ttc
               move nouveau-eur to piece-eur
               perform emettre-piece
           else
               if ecart-ttc > 0
                   move 'F' to piece-type
                   compute piece-ht = nouveau-ht - ancien-ht
                   compute piece-tva = nouveau-tva - ancien-tva
                   compute piece-taxe = nouveau-taxe - ancien-taxe
                   move ecart-ttc to piece-ttc
                   move ecart-eur to piece-eur
               else
                   move 'A' to piece-type
                   compute piece-ht = ancien-ht - nouveau-ht
                   compute piece-tva = ancien-tva - nouveau-tva
                   compute piece-taxe = ancien-taxe - nouveau-taxe
                   compute piece-ttc = 0 - ecart-ttc
                   compute piece-eur = 0 - ecart-eur
               end-if
               move nouveau-prop to piece-prop
               move numappart-saisi to piece-appart
               if nouveau-nuits > ancien-nuits
                   compute piece-nuits = nouveau-nuits - ancien-nuits
               else
                   compute piece-nuits = ancien-nuits - nouveau-nuits
               end-if
               if piece-ttc > 0
                   perform emettre-piece
               end-if
           end-if

           close f-livre
           close f-factures.

       chercher-facture-origine.
           move 0 to numfact-origine
           move nouveau-devise to piece-devise
           set fin-fact to false
           move numresa-saisi to Fnumresa
           start f-factures key is >= Fnumresa
               invalid key set fin-fact to true
           end-start
           if not fin-fact
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-if
           perform until fin-fact or Fnumresa <> numresa-saisi
               if FTypeFact = 'F' and FNumFactOrigine = 0
                   move Fnumfact to numfact-origine
                   move FDevise to piece-devise
               end-if
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-perform.

       emettre-piece.
           move date-jour(1:4) to exercice-courant
           compute prefixe-exercice =
               function mod(exercice-courant, 100) * 10000
           move 1 to prochain-seq
           open input f-fact-compteur
           if fs-fact-compteur = '00'
               read f-fact-compteur
                   at end continue
                   not at end
                       if fc-annee = exercice-courant
                           move fc-prochain to prochain-seq
                       end-if
               end-read
               close f-fact-compteur
           end-if
           compute prochain-numfact = prefixe-exercice + prochain-seq

           initialize facture
           move prochain-numfact to Fnumfact
           move prochain-numfact to numfact-piece
           move numresa-saisi to Fnumresa
           move piece-appart to Fnumappart
           move piece-prop to Fnumprop
           move date-jour to FDateFacture
           move piece-nuits to FNbNuits
           move piece-ht to FMontantHT
           move taux-location to FTauxTVA
           move piece-tva to FMontantTVA
           move piece-taxe to FTaxeSejour
           move piece-ttc to FMontantTTC
           move piece-eur to FMontantEUR
           move piece-devise to FDevise
           move piece-type to FTypeFact
           move numfact-origine to FNumFactOrigine
           move 0 to FNiveauRelance
           move 0 to FDateRelance
           move RNumDossier to FNumDossier
           write facture
           if fs-factures <> '00'
               display 'PG-MODIF-RESA - ecriture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if

           compute prochain-seq = prochain-seq + 1
           open output f-fact-compteur
           move exercice-courant to fc-annee
           move prochain-seq to fc-prochain
           write fact-compteur-rec
           close f-fact-compteur
           compute tot-pieces = tot-pieces + 1

           perform poster-piece
           call 'pg-edite-facture' using numfact-piece
               code-retour-fact end-call

           move piece-ttc to montant-edit
           if piece-type = 'A'
               string 'Avoir No ' numfact-piece ' proprietaire '
                   piece-prop ' : ' montant-edit ' ' piece-devise
                   delimited by size into ligne-tampon
           else
               string 'Facture complementaire No ' numfact-piece
                   ' proprietaire ' piece-prop ' : ' montant-edit
                   ' ' piece-devise
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Meme imputation au grand livre que la facturation (facture :
      * facture + commission partenaire en reverse) et que
      * l'annulation (avoir : facture diminuee).
       poster-piece.
           set livre-trouve to false
           move piece-prop to GLnumprop
           read f-livre key is GLnumprop
               invalid key continue
               not invalid key set livre-trouve to true
           end-read
           if not livre-trouve
               move piece-prop to GLnumprop
               move 0 to GLFacture
               move 0 to GLRecu
               move 0 to GLReverse
           end-if
           if piece-type = 'F'
               move 0 to piece-commission
               if RCommPartenaire > 0
                   compute piece-commission rounded =
                       piece-eur * RCommPartenaire / 100
               end-if
               compute GLFacture = GLFacture + piece-eur
               compute GLReverse = GLReverse + piece-commission
           else
               if GLFacture >= piece-eur
                   compute GLFacture = GLFacture - piece-eur
               else
                   display 'PG-MODIF-RESA - avoir ' numfact-piece
                       ' superieur au solde facture du proprietaire '
                       GLnumprop ', solde ramene a zero'
                   move 0 to GLFacture
               end-if
           end-if
           if livre-trouve
               rewrite grand-livre
           else
               write grand-livre
           end-if
           if fs-livre <> '00'
               display 'PG-MODIF-RESA - mise a jour grand-livre.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if.

       ouvrir-livre.
           open i-o f-livre
           if fs-livre = '35'
               open output f-livre
               close f-livre
               open i-o f-livre
           end-if
           if fs-livre <> '00'
               display 'PG-MODIF-RESA - ouverture grand-livre.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if.

       ouvrir-impression.
           open extend f-impression
           if fs-impression = '35'
               open output f-impression
           end-if
           if fs-impression <> '00'
               display 'PG-MODIF-RESA - ouverture modifs-resa.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       imprimer-modification.
           move '========================================'
               to ligne-impr
           write ligne-impr
           string 'MODIFICATION RESA No ' numresa-saisi ' du '
               date-jour ' par ' operateur-courant
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           string 'Avant : appart ' ancien-numappart ' du '
               ancien-arrivee ' au ' ancien-depart ' '
               ancien-nbpers ' pers.'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           string 'Apres : appart ' numappart-saisi ' du '
               arrivee-saisie ' au ' depart-saisie ' '
               nbpers-saisi ' pers.'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move ancien-ttc to montant-edit
           string 'Prix TTC avant : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move nouveau-ttc to montant-edit
           string 'Prix TTC apres : ' montant-edit ' '
               nouveau-devise delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if nb-extras-resa > 0
               move nouveau-extras to montant-edit
               move spaces to ligne-tampon
               string 'Extras TTC     : ' montant-edit
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if
           if fs-impression <> '00'
               display 'PG-MODIF-RESA - ecriture modifs-resa.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       noter-evenement.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           if fs-evenements = '00'
               move spaces to evenement-rec
               string ev-date ' ' ev-heure ' PG-MODIF-RESA'
                   ' resa=' numresa-saisi
                   ' appart=' ancien-numappart '>' numappart-saisi
                   ' du=' arrivee-saisie ' au=' depart-saisie
                   ' pers=' nbpers-saisi
                   ' op=' operateur-courant
                   delimited by size into evenement-rec
               write evenement-rec
               close f-evenements
           end-if.

       fermer-fichiers.
           close f-resa
           close f-appart
           if ot-dispo
               close f-ot
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

       end program pg-modif-resa.
