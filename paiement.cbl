           record key CPcle
           file status fs-copro.

           select f-bons assign 'bons-cadeaux.dat'
           organization indexed
           access random
           record key BCnumbon
           file status fs-bons.

           select f-utilisations-bons assign 'utilisations-bons.dat'
           organization record sequential
           file status fs-utilisations-bons.

       data division.

       file section.
       fd f-copro.
           copy copropriete.

       fd f-bons.
           copy bon-cadeau.

       fd f-utilisations-bons.
           copy utilisation-bon.

       working-storage section.
       1 fs-factures pic xx.
       1 fs-paiements pic xx.
       1 poste-numappart pic 9999.
       1 poste-numprop pic 9999.
       1 poste-dossier pic 9(6).
       1 poste-arrivee pic 9(8).
       1 poste-depart pic 9(8).
      * Proprietaires successifs sur les nuits du sejour
      * (pg-proprio-sejour)
       1 repartition-sejour.
           2 rs-nb-parts pic 9.
           2 rs-part occurs 5 times.
               3 rs-part-prop pic 9999.
               3 rs-part-nuits pic 9(3).
       1 rs-total-nuits pic 9(5).
       1 rx pic 9.
       1 devise-encaissement pic x(3).
       1 part-recue pic 9(7)v99.
       1 reste-recu pic 9(7)v99.
       1 fs-bons pic xx.
       1 fs-utilisations-bons pic xx.
       1 numbon-saisi pic 9(6).
       1 refus-bon pic x(50).
       1 solde-edit pic z(6)9.99.
       1 v-reglement-valide pic x value 'N'.
           88 reglement-valide value 'O' false 'N'.

       screen section.
       1 a-plg-titre.
           2 line 10 col 3 'Montant recu             : '.
           2 s-montant line 10 col 31 pic 9(7).99 to PaiMontant
               required.
           2 line 11 col 3
               'Mode (E)sp (C)hq (V)irt (B)carte (K)bon cadeau : '.
           2 s-mode line 11 col 52 pic x to PaiMode required.
       1 s-plg-bon.
           2 line 12 col 3 'Numero du bon cadeau     : '.
           2 s-numbon line 12 col 31 pic 9(6) to numbon-saisi
               required.
       1 a-plg-bon-refus.
           2 a-refus-bon line 14 col 3 pic x(50) from refus-bon.
       1 a-plg-confirm.
           2 line 13 col 3 'Paiement enregistre.'.
       1 a-plg-periode-close.
           end-if

           display a-plg-facture
           move FDevise to devise-encaissement
           perform saisir-reglement

           move Fnumfact to PaiNumFact
           move Fnumprop to PaiNumProp
           move Fnumresa to PaiNumResa
           move 0 to PaiDateRembourse
           move date-jour to PaiDate
           move Fnumfact to poste-numfact
           move Fnumresa to poste-numresa
           move Fnumappart to poste-numappart
           move Fnumprop to poste-numprop
           move FNumDossier to poste-dossier
           perform dates-sejour-facture

           perform ecrire-paiement
           if PaiMode = 'K'
               perform imputer-bon
           end-if
           perform ouvrir-livre

           call 'pg-taux-euro' using devise-encaissement PaiDate
           end-if

           display a-plg-resa
           move Adevise to devise-encaissement
           perform saisir-reglement

           move 0 to PaiNumFact
           move Rnumresa to PaiNumResa
           move 0 to PaiDateRembourse
           move Anumprop to PaiNumProp
           move date-jour to PaiDate
           move 0 to poste-numfact
           move Rnumappart to poste-numappart
           move Anumprop to poste-numprop
           move 0 to poste-dossier
           move RDateArrivee to poste-arrivee
           move RDateDepart to poste-depart
           perform proprio-du-sejour
           move rs-part-prop(1) to poste-numprop
           move poste-numprop to PaiNumProp

           perform ecrire-paiement
           if PaiMode = 'K'
               perform imputer-bon
           end-if
           perform ouvrir-livre

           call 'pg-taux-euro' using devise-encaissement PaiDate
           close f-appart
           close f-resa.

      * Reglement par bon cadeau (mode K) : le bon doit etre actif,
      * non expire et d'un solde suffisant ; un bon peut regler une
      * partie seulement, le reste est encaisse dans un autre mode.
       saisir-reglement.
           set reglement-valide to false
           perform until reglement-valide
               display s-plg-saisie
               accept s-plg-saisie
               move function upper-case(PaiMode) to PaiMode
               if PaiMode = 'K'
                   display s-plg-bon
                   accept s-plg-bon
                   perform controler-bon
                   if refus-bon = spaces
                       set reglement-valide to true
                   else
                       display a-plg-bon-refus
                   end-if
               else
                   set reglement-valide to true
               end-if
           end-perform.

       controler-bon.
           move spaces to refus-bon
           open input f-bons
           if fs-bons <> '00'
               move 'Aucun bon cadeau enregistre.' to refus-bon
           else
               move numbon-saisi to BCnumbon
               read f-bons key is BCnumbon
                   invalid key
                       move 'Bon cadeau inconnu.' to refus-bon
               end-read
               close f-bons
           end-if
           if refus-bon = spaces
               move BCSolde to solde-edit
               if BCStatut <> 'A'
                   move 'Bon cadeau deja solde ou expire.' to refus-bon
               else if BCDateExpiration < date-jour
                   string 'Bon cadeau expire le ' BCDateExpiration
                       delimited by size into refus-bon
               else if devise-encaissement <> 'EUR'
                   move 'Bon cadeau utilisable en EUR uniquement.'
                       to refus-bon
               else if PaiMontant > BCSolde
                   string 'Solde du bon insuffisant : ' solde-edit
                       ' EUR' delimited by size into refus-bon
               end-if
               end-if
               end-if
               end-if
           end-if.

       imputer-bon.
           open i-o f-bons
           if fs-bons <> '00'
               display 'PG-PAIEMENT - ouverture bons-cadeaux.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-bons
               move 1 to return-code
               stop run
           end-if
           move numbon-saisi to BCnumbon
           read f-bons key is BCnumbon
               invalid key
                   display 'PG-PAIEMENT - bon cadeau ' numbon-saisi
                       ' absent de bons-cadeaux.dat'
                   move 1 to return-code
                   stop run
           end-read
           compute BCSolde = BCSolde - PaiMontant
           if BCSolde = 0
               move 'S' to BCStatut
           end-if
           rewrite bon-cadeau
           if fs-bons <> '00'
               display 'PG-PAIEMENT - reecriture bons-cadeaux.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-bons
               move 1 to return-code
               stop run
           end-if
           close f-bons

           open extend f-utilisations-bons
           if fs-utilisations-bons = '35'
               open output f-utilisations-bons
           end-if
           if fs-utilisations-bons <> '00'
               display 'PG-PAIEMENT - ouverture utilisations-bons.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-utilisations-bons
               move 1 to return-code
               stop run
           end-if
           move numbon-saisi to UBnumbon
           move PaiDate to UBDate
           move PaiMontant to UBMontant
           move PaiNumFact to UBNumFact
           move PaiNumResa to UBNumResa
           write utilisation-bon
           close f-utilisations-bons.

       ecrire-paiement.
           open extend f-paiements
           if fs-paiements = '35'
           if INnblignes = 0
               perform repartir-copro
           end-if
           if INnblignes = 0 and rs-nb-parts > 1
               perform repartir-nuits
           end-if
           if INnblignes = 0
               move 1 to INnblignes
               move poste-numprop to INprop(1)
               close f-copro
           end-if.

      * Appartement cede en cours de sejour (mutations.dat) :
      * l'encaissement suit les nuits de chaque proprietaire, comme
      * la facturation l'a fait pour GLFacture.
       repartir-nuits.
           move 0 to rs-total-nuits
           perform varying rx from 1 by 1 until rx > rs-nb-parts
               compute rs-total-nuits =
                   rs-total-nuits + rs-part-nuits(rx)
           end-perform
           move montant-euro to reste-recu
           perform varying rx from 1 by 1 until rx > rs-nb-parts
               if rx = rs-nb-parts or rs-total-nuits = 0
                   move reste-recu to part-recue
               else
                   compute part-recue rounded = montant-euro
                       * rs-part-nuits(rx) / rs-total-nuits
                   if part-recue > reste-recu
                       move reste-recu to part-recue
                   end-if
               end-if
               compute reste-recu = reste-recu - part-recue
               compute INnblignes = INnblignes + 1
               move rs-part-prop(rx) to INprop(INnblignes)
               move 0 to INDeltaFacture(INnblignes)
               move part-recue to INDeltaRecu(INnblignes)
               move 0 to INDeltaReverse(INnblignes)
           end-perform.

      * Nuits couvertes par la facture reglee : tout le sejour, ou
      * pour une tranche de long sejour les FNbNuits precedant le
      * premier du mois de facturation (ou le depart).
       dates-sejour-facture.
           move 0 to poste-arrivee
           move 0 to poste-depart
           move 0 to rs-nb-parts
           if Fnumresa > 0 and FNumDossier = 0
               open input f-resa
               if fs-resa = '00'
                   move Fnumresa to Rnumresa
                   read f-resa key is Rnumresa
                       invalid key continue
                       not invalid key perform periode-facturee
                   end-read
                   close f-resa
               end-if
           end-if
           if poste-arrivee > 0
               perform proprio-du-sejour
           end-if.

       periode-facturee.
           if RLongSejour = 'O'
               compute poste-depart =
                   function numval(FDateFacture(1:6)) * 100 + 1
               if RDateDepart < poste-depart
                   move RDateDepart to poste-depart
               end-if
               compute poste-arrivee = function date-of-integer(
                   function integer-of-date(poste-depart) - FNbNuits)
           else
               move RDateArrivee to poste-arrivee
               move RDateDepart to poste-depart
           end-if.

       proprio-du-sejour.
           call 'pg-proprio-sejour' using poste-numappart
               poste-arrivee poste-depart poste-numprop
               repartition-sejour end-call.

       relever-echeances.
           open input f-echeances
           if fs-echeances <> '00'
