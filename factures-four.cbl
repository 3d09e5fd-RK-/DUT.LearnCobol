       program-id. pg-factures-four.

       file-control.
           select f-fournisseurs assign 'fournisseurs.dat'
           organization indexed
           access random
           record key FOnumfour
           file status fs-fournisseurs.

           select f-couts assign 'couts-ot.dat'
           organization indexed
           access random
           record key COcle
           file status fs-couts.

           select f-factures-four assign 'factures-four.dat'
           organization indexed
           access dynamic
           record key FFcle
           alternate key FFnumot with duplicates
           file status fs-factures-four.

       data division.

       file section.
       fd f-fournisseurs.
           copy fournisseur.

       fd f-couts.
           copy cout-ot.

       fd f-factures-four.
           copy facture-fournisseur.

       working-storage section.
       1 fs-fournisseurs pic xx.
       1 fs-couts pic xx.
       1 fs-factures-four pic xx.
       1 numfour-saisi pic 9999.
       1 date-jour pic 9(8).
       1 v-four-trouve pic x value 'N'.
           88 fournisseur-trouve value 'O' false 'N'.
       1 v-couts-dispo pic x value 'N'.
           88 couts-dispo value 'O' false 'N'.
       1 v-ligne-trouvee pic x.
           88 ligne-trouvee value 'O' false 'N'.
       1 v-doublon pic x.
           88 doublon value 'O' false 'N'.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 delai-paiement pic 999 value 30.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Factures fournisseurs'.
       1 s-plg-numfour.
           2 line 4 col 3 'Numero du fournisseur : '.
           2 s-numfour line 4 col 27 pic 9999 to numfour-saisi
               required.
       1 a-plg-four-inconnu.
           2 line 6 col 3 'Aucun fournisseur avec ce numero.'.
       1 a-plg-fournisseur.
           2 line 4 col 33 pic x(20) from FOnom.
       1 s-plg-facture.
           2 line 6 col 3 'No facture fournisseur   : '.
           2 s-numero line 6 col 31 pic x(15) to FFnumero required.
           2 line 7 col 3 'Date facture (AAAAMMJJ)  : '.
           2 s-date line 7 col 31 pic 9(8) from date-jour
               to FFDateFacture required.
           2 line 8 col 3 'Echeance (0 = 30 jours)  : '.
           2 s-echeance line 8 col 31 pic 9(8) to FFDateEcheance.
           2 line 9 col 3 'Ordre de travaux         : '.
           2 s-numot line 9 col 31 pic 9(6) to FFnumot required.
           2 line 10 col 3 'Ligne de cout            : '.
           2 s-ligne line 10 col 31 pic 99 to FFligne required.
           2 line 11 col 3 'Montant HT               : '.
           2 s-ht line 11 col 31 pic 9(7).99 to FFMontantHT
               required.
           2 line 12 col 3 'Montant TVA              : '.
           2 s-tva line 12 col 31 pic 9(7).99 to FFMontantTVA.
       1 a-plg-doublon.
           2 line 14 col 3 'Facture deja enregistree pour ce'.
           2 line 14 col 36 ' fournisseur, saisie refusee.'.
       1 a-plg-ligne-inconnue.
           2 line 14 col 3 'Ligne de cout OT inconnue, saisie refusee.'.
       1 a-plg-autre-fournisseur.
           2 line 14 col 3 'La ligne de cout est d''un autre'.
           2 line 14 col 35 ' fournisseur, saisie refusee.'.
       1 a-plg-echeance-invalide.
           2 line 14 col 3 'Echeance avant la date de facture.'.
       1 a-plg-confirm.
           2 line 14 col 3 'Facture enregistree, TTC : '.
           2 a-ttc line 14 col 30 pic z(6)9.99 from FFMontantTTC.
       1 a-plg-ecart-cout.
           2 line 15 col 3 'Attention : montant different du cout '.
           2 a-cout line 15 col 40 pic z(6)9.99 from COmontant.
       1 s-plg-encore.
           2 line 17 col 3 'Saisir une autre facture (O/N) : '.
           2 s-encore pic x to v-encore required.

       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre
           display s-plg-numfour
           accept s-plg-numfour

           open input f-fournisseurs
           if fs-fournisseurs = '00'
               move numfour-saisi to FOnumfour
               read f-fournisseurs key is FOnumfour
                   invalid key continue
                   not invalid key set fournisseur-trouve to true
               end-read
               close f-fournisseurs
           end-if
           if not fournisseur-trouve
               display a-plg-four-inconnu
               goback
           end-if
           display a-plg-fournisseur

           open input f-couts
           if fs-couts = '00'
               set couts-dispo to true
           end-if

           open i-o f-factures-four
           if fs-factures-four = '35'
               open output f-factures-four
               close f-factures-four
               open i-o f-factures-four
           end-if
           if fs-factures-four <> '00'
               display 'PG-FACTURES-FOUR - ouverture'
                   ' factures-four.dat impossible'
               display 'code retour fichier : ' fs-factures-four
               move 1 to return-code
               stop run
           end-if

           move 'O' to v-encore
           perform until not saisir-encore
               display a-plg-titre
               display s-plg-numfour
               display a-plg-fournisseur
               move spaces to FFnumero
               move 0 to FFDateEcheance
               move 0 to FFMontantTVA
               display s-plg-facture
               accept s-plg-facture
               perform enregistrer-facture
               display s-plg-encore
               accept s-encore
           end-perform

           close f-factures-four
           if couts-dispo
               close f-couts
           end-if
           goback.

      * Une facture est rattachee a une ligne de cout d'ordre de
      * travaux du meme fournisseur ; le numero de facture est unique
      * par fournisseur (cle du fichier).
       enregistrer-facture.
           move numfour-saisi to FFnumfour
           set doublon to false
           read f-factures-four key is FFcle
               invalid key continue
               not invalid key set doublon to true
           end-read
           set ligne-trouvee to false
           if couts-dispo
               move FFnumot to COnumot
               move FFligne to COligne
               read f-couts key is COcle
                   invalid key continue
                   not invalid key set ligne-trouvee to true
               end-read
           end-if
           if FFDateEcheance = 0
               compute FFDateEcheance = function date-of-integer(
                   function integer-of-date(FFDateFacture)
                   + delai-paiement)
           end-if
           evaluate true
               when doublon
                   display a-plg-doublon
               when not ligne-trouvee
                   display a-plg-ligne-inconnue
               when COnumfour <> numfour-saisi
                   display a-plg-autre-fournisseur
               when FFDateEcheance < FFDateFacture
                   display a-plg-echeance-invalide
               when other
                   perform ecrire-facture
           end-evaluate.

       ecrire-facture.
           move numfour-saisi to FFnumfour
           compute FFMontantTTC = FFMontantHT + FFMontantTVA
           move 'A' to FFStatut
           move 0 to FFDatePaiement
           write facture-fournisseur
           if fs-factures-four <> '00'
               display 'PG-FACTURES-FOUR - ecriture'
                   ' factures-four.dat impossible'
               display 'code retour fichier : ' fs-factures-four
               move 1 to return-code
               stop run
           end-if
           display a-plg-confirm
           if FFMontantTTC <> COmontant and FFMontantHT <> COmontant
               display a-plg-ecart-cout
           end-if.

       end program pg-factures-four.
