           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access dynamic
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-impression assign 'devis.lst'
           organization line sequential
           file status fs-impression.
       fd f-ot.
           copy ordre-travail.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 numappart-saisi pic 9999.
       1 prochain-numdevis pic 9(6) value 1.
       1 prochain-numresa pic 9(6) value 1.
       1 version-resa-courante pic 99 value 4.
       1 validite-jours pic 9(3) value 30.
       1 agence-operateur pic x(8).
       1 jour-entier pic 9(7).
       1 montant-sejour pic 9(7)v99.
       1 nuits-min-regle pic 99.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(6)9.99.
       1 taux-edit pic z9.99.
       1 tva-edit pic z(6)9.99.
       1 fs-ot pic xx.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
           88 conflit-trouve value 'O' false 'N'.
       1 v-ot-bloquant pic x.
           88 ot-bloquant value 'O' false 'N'.
       1 v-mandat pic x.
           88 mandat-clos value 'O' false 'N'.
       1 fin-mandat pic 9(8).
       1 arrivee-saisie pic 9(8).
       1 depart-saisie pic 9(8).
       1 numresa-conflit pic 9(6).
       1 ecarts-dispo pic 9(5).
       1 arrivee-conflit pic 9(8).
       1 depart-conflit pic 9(8).
       1 fs-lignes-extras pic xx.
       1 v-fin-lignes pic x value 'N'.
           88 fin-lignes value 'O' false 'N'.
       1 v-extras pic x value 'N'.
           88 avec-extras value 'O' 'o'.
       1 origine-devis pic x value 'D'.
       1 extras-ht pic 9(7)v99 value 0.
       1 extras-tva pic 9(7)v99 value 0.
       1 extras-retires pic 9(7)v99 value 0.
       1 montant-echeancier pic 9(7)v99.
       1 nb-libres pic 999.
       1 numresa-exclu pic 9(6) value 0.
       1 nb-extras-devis pic 99 value 0.
       1 tbl-extras-devis occurs 20 times.
           2 td-code pic x(6).
           2 td-quantite pic 99.
           2 td-ttc pic 9(7)v99.
           2 td-garde pic x.
       1 e pic 99.
       1 origine-resa pic x value 'R'.
       1 code-promo pic x(8) value spaces.
       1 ville-promo pic x(20) value spaces.
       1 fonction-promo pic x.
       1 remise-promo pic 9(7)v99 value 0.
       1 montant-brut-promo pic 9(7)v99 value 0.
       1 refus-promo pic x(40) value spaces.
       1 v-promo-traitee pic x value 'N'.
           88 promo-traitee value 'O' false 'N'.

       screen section.
       1 a-plg-titre.
               from depart-conflit.
       1 a-plg-ot-bloquant.
           2 line 10 col 3 'Appartement bloque par ordre de travaux.'.
       1 a-plg-mandat-refus.
           2 line 10 col 3 'Mandat du proprietaire resilie au'.
           2 a-fin-mandat line 10 col 37 pic 9(8) from fin-mandat.
           2 line 10 col 46 ', devis refuse.'.
       1 a-plg-confirm-resa.
           2 line 10 col 3 'Reservation creee, numero : '.
           2 a-numresa line 10 col 31 pic 9(6) from Rnumresa.
       1 s-plg-extras.
           2 line 14 col 3 'Ajouter des extras (O/N) : '.
           2 s-extras line 14 col 30 pic x to v-extras.
       1 s-plg-promo.
           2 line 17 col 3 'Code promotion (vide = aucun) : '.
           2 s-promo line 17 col 35 pic x(8) to code-promo.
       1 a-plg-promo-refus.
           2 a-refus-promo line 19 col 3 pic x(40) from refus-promo.
       1 a-plg-extra-retire.
           2 line 12 col 3 'Extra plus disponible, retire : '.
           2 a-code-retire line 12 col 35 pic x(6) from td-code(e).
       1 a-plg-reimprime.
           2 line 8 col 3 'Devis reimprime dans devis.lst.'.

               close f-appart
               goback
           end-if
           call 'pg-mandat-ouvert' using Anumappart DVDateDepart
               fin-mandat v-mandat end-call
           if mandat-clos
               display a-plg-mandat-refus
               close f-appart
               goback
           end-if

           call 'pg-calcul-sejour' using Anumappart AVille
               AtarifHT AtarifBS DVDateArrivee DVDateDepart
               DVNbPers montant-sejour nuits-min-regle end-call
           perform saisir-promo

           compute DVMontantHT = montant-sejour - remise-promo
           call 'pg-taux-tva' using categorie-tva date-jour
               taux-location end-call
           move taux-location to DVTauxTVA
           move 'E' to DVStatut
           move 0 to DVnumresa

           display s-plg-extras
           accept s-plg-extras
           if avec-extras
               call 'pg-saisie-extras' using origine-devis DVnumdevis
                   AVille DVDateArrivee DVDateDepart DVNbPers
                   extras-ht extras-tva end-call
               compute DVMontantTTC =
                   DVMontantTTC + extras-ht + extras-tva
               display a-plg-titre
               display a-plg-appart
           end-if

           open i-o f-devis
           if fs-devis = '35'
               open output f-devis
               stop run
           end-if
           close f-devis
           if code-promo <> spaces
               move 'E' to fonction-promo
               call 'pg-promotion' using fonction-promo code-promo
                   origine-devis DVnumdevis Anumappart AVille
                   date-jour DVDateArrivee DVDateDepart
                   montant-sejour remise-promo refus-promo
               end-call
           end-if

           compute prochain-numdevis = prochain-numdevis + 1
           open output f-devis-compteur
      * la transformation plutot que d'ecrire un double booking.
           perform controler-conflit-resa
           perform controler-ot-bloquant
           call 'pg-mandat-ouvert' using DVnumappart DVDateDepart
               fin-mandat v-mandat end-call
           if conflit-trouve or ot-bloquant or mandat-clos
               if conflit-trouve
                   display a-plg-conflit
               else if ot-bloquant
                   display a-plg-ot-bloquant
               else
                   display a-plg-mandat-refus
               end-if
               end-if
               close f-resa
               close f-devis
           move 'N' to RFacturee
           move date-jour to RDateCreation
           move 0 to RNumDossier
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
           write reservation
           if fs-resa <> '00'
               move 1 to return-code
               stop run
           end-if
      * Nuits du sejour reportees dans l'index des disponibilites.
           call 'pg-maj-dispo' using Rnumappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call
           close f-resa
           perform transferer-extras
           perform transferer-promo

           compute prochain-numresa = prochain-numresa + 1
           open output f-resa-compteur
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           perform imprimer-promo
           move DVMontantHT to montant-edit
           string 'Montant HT  : ' montant-edit ' ' DVDevise
               delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if
           perform imprimer-extras
           move DVMontantTTC to montant-edit
           string 'Montant TTC : ' montant-edit ' ' DVDevise
               delimited by size into ligne-tampon
           end-if
           close f-impression.

      * Code promotion du devis : controle sur le prix du sejour
      * hors extras, a la date du devis. On redemande le code tant
      * qu'il est refuse ; un code vide renonce a la remise.
       saisir-promo.
           set promo-traitee to false
           perform until promo-traitee
               move spaces to code-promo
               move 0 to remise-promo
               move spaces to refus-promo
               display s-plg-promo
               accept s-plg-promo
               if code-promo = spaces
                   set promo-traitee to true
               else
                   move 'C' to fonction-promo
                   call 'pg-promotion' using fonction-promo code-promo
                       origine-devis prochain-numdevis Anumappart
                       AVille date-jour DVDateArrivee DVDateDepart
                       montant-sejour remise-promo refus-promo
                   end-call
                   if refus-promo = spaces
                       set promo-traitee to true
                   else
                       display a-plg-promo-refus
                   end-if
               end-if
           end-perform.

      * La remise accordee au devis est tenue a la transformation,
      * comme le prix : elle passe sur la reservation et compte
      * alors dans le plafond d'utilisations de la campagne.
       transferer-promo.
           move 'L' to fonction-promo
           call 'pg-promotion' using fonction-promo code-promo
               origine-devis DVnumdevis DVnumappart ville-promo
               date-jour DVDateArrivee DVDateDepart
               montant-brut-promo remise-promo refus-promo
           end-call
           if code-promo <> spaces
               move 'E' to fonction-promo
               call 'pg-promotion' using fonction-promo code-promo
                   origine-resa Rnumresa DVnumappart ville-promo
                   date-jour DVDateArrivee DVDateDepart
                   montant-brut-promo remise-promo refus-promo
               end-call
           end-if.

       imprimer-promo.
           move 'L' to fonction-promo
           call 'pg-promotion' using fonction-promo code-promo
               origine-devis DVnumdevis DVnumappart ville-promo
               date-jour DVDateArrivee DVDateDepart
               montant-brut-promo remise-promo refus-promo
           end-call
           if code-promo <> spaces
               move remise-promo to montant-edit
               move spaces to ligne-tampon
               string 'Remise ' code-promo ' : ' montant-edit ' '
                   DVDevise ' HT deduits'
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
               move spaces to ligne-tampon
           end-if.

      * L'echeancier couvre le TTC du devis, pas le seul HT : un
      * locataire qui solde son echeancier ne doit plus rien sur la
      * facture emise au depart.
       generer-echeancier.
           compute montant-echeancier = DVMontantTTC - extras-retires
           compute montant-acompte rounded =
               montant-echeancier * pct-acompte / 100

           open i-o f-echeances
           if fs-echeances = '35'
           move 2 to ECrang
           move 'SOLDE' to EClibelle
           move RDateArrivee to ECDateEcheance
           compute ECMontant = montant-echeancier - montant-acompte
           move 0 to ECMontantRegle
           move 'O' to ECStatut
           write echeance
           end-if
           close f-echeances.

      * Les extras du devis passent sur la reservation ; le stock
      * est recontrole, un devis ne le reservant pas. Un extra qui
      * n'est plus disponible est retire et sort de l'echeancier.
       transferer-extras.
           move 0 to nb-extras-devis
           open input f-lignes-extras
           if fs-lignes-extras = '00'
               set fin-lignes to false
               move 'D' to LXorigine
               move DVnumdevis to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-lignes to true
               end-start
               perform until fin-lignes
                   read f-lignes-extras next record
                       at end set fin-lignes to true
                   end-read
                   if not fin-lignes
                       if LXorigine <> 'D' or LXnumero <> DVnumdevis
                           set fin-lignes to true
                       else if nb-extras-devis < 20
                           compute nb-extras-devis = nb-extras-devis + 1
                           move LXcode to td-code(nb-extras-devis)
                           move LXQuantite
                               to td-quantite(nb-extras-devis)
                           compute td-ttc(nb-extras-devis) =
                               LXMontantHT + LXMontantTVA
                           move 'O' to td-garde(nb-extras-devis)
                       end-if
                       end-if
                   end-if
               end-perform
               close f-lignes-extras
           end-if
           if nb-extras-devis > 0
               perform varying e from 1 by 1 until e > nb-extras-devis
                   call 'pg-dispo-extra' using td-code(e)
                       RDateArrivee RDateDepart nb-libres
                       numresa-exclu end-call
                   if nb-libres < td-quantite(e)
                       move 'N' to td-garde(e)
                       compute extras-retires =
                           extras-retires + td-ttc(e)
                       display a-plg-extra-retire
                   end-if
               end-perform
               open i-o f-lignes-extras
               if fs-lignes-extras <> '00'
                   display 'PG-DEVIS - ouverture lignes-extras.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-lignes-extras
                   move 1 to return-code
                   stop run
               end-if
               perform varying e from 1 by 1 until e > nb-extras-devis
                   if td-garde(e) = 'O'
                       move 'D' to LXorigine
                       move DVnumdevis to LXnumero
                       move td-code(e) to LXcode
                       read f-lignes-extras key is LXcle
                           invalid key continue
                           not invalid key
                               move 'R' to LXorigine
                               move Rnumresa to LXnumero
                               write ligne-extra
                               if fs-lignes-extras <> '00'
                                   and fs-lignes-extras <> '22'
                                   display 'PG-DEVIS - ecriture'
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

       imprimer-extras.
           open input f-lignes-extras
           if fs-lignes-extras = '00'
               set fin-lignes to false
               move 'D' to LXorigine
               move DVnumdevis to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-lignes to true
               end-start
               perform until fin-lignes
                   read f-lignes-extras next record
                       at end set fin-lignes to true
                   end-read
                   if not fin-lignes
                       if LXorigine <> 'D' or LXnumero <> DVnumdevis
                           set fin-lignes to true
                       else
                           move LXMontantHT to montant-edit
                           move LXMontantTVA to tva-edit
                           move spaces to ligne-tampon
                           string 'Extra ' LXlibelle ' x' LXQuantite
                               ' HT ' montant-edit ' TVA ' tva-edit
                               delimited by size into ligne-tampon
                           move ligne-tampon to ligne-impr
                           write ligne-impr
                       end-if
                   end-if
               end-perform
               close f-lignes-extras
           end-if
           move spaces to ligne-tampon.

       controler-conflit-resa.
           set conflit-trouve to false
           set fin-resa to false
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

       end program pg-devis.
