           record key ECcle
           file status fs-echeances.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access dynamic
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-utilisations assign 'utilisations-promo.dat'
           organization indexed
           access random
           record key UPcle
           alternate key UPcode with duplicates
           file status fs-utilisations.

           select f-releves assign 'releves-compteurs.dat'
           organization indexed
           access dynamic
           record key RCcle
           file status fs-releves.

       data division.

       file section.
       fd f-echeances.
           copy echeance.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-utilisations.
           copy utilisation-promo.

       fd f-releves.
           copy releve-compteur.

       working-storage section.
       1 fs-intention pic xx.
       1 fs-intention-p pic xx.
       1 fs-factures pic xx.
       1 fs-resa pic xx.
       1 fs-echeances pic xx.
       1 fs-lignes-extras pic xx.
       1 fs-utilisations pic xx.
       1 fs-releves pic xx.
       1 intention-w.
           2 IWtype pic x(8).
           2 IWnumfact pic 9(6).
       1 e pic 99.
       1 v-livre-trouve pic x.
           88 livre-trouve value 'O' false 'N'.
       1 v-fin-extras pic x.
           88 fin-extras value 'O' false 'N'.
       1 v-fin-releves pic x.
           88 fin-releves value 'O' false 'N'.
       1 v-releves-dispo pic x value 'N'.
           88 releves-dispo value 'O' false 'N'.
       1 nom-intention-fact pic x(31) value 'intention-fact.dat'.
       1 nom-intention-paie pic x(31) value 'intention-paie.dat'.
       1 tot-reprises pic 9(4) value 0.
               end-if
           end-if

           if IWnumfact > 0 and IWnumresa > 0
               perform liberer-extras
               perform liberer-remise
           end-if

           if IWnumresa > 0
               open i-o f-resa
               if fs-resa = '00'
               end-if
           end-if.

      * Extras marques du numero de la facture annulee : ils
      * redeviennent a facturer. Une consommation refacturee (unite C)
      * est supprimee et ses releves redeviennent non factures : la
      * facturation reprise la recalcule jusqu'a sa propre borne.
       liberer-extras.
           open i-o f-lignes-extras
           if fs-lignes-extras = '00'
               open i-o f-releves
               if fs-releves = '00'
                   set releves-dispo to true
               end-if
               set fin-extras to false
               move 'R' to LXorigine
               move IWnumresa to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-extras to true
               end-start
               perform until fin-extras
                   read f-lignes-extras next record
                       at end set fin-extras to true
                   end-read
                   if not fin-extras
                       if LXorigine <> 'R' or LXnumero <> IWnumresa
                           set fin-extras to true
                       else if LXnumfact = IWnumfact
                           if LXUnite = 'C'
                               perform liberer-releves
                               delete f-lignes-extras record
                           else
                               move 0 to LXnumfact
                               rewrite ligne-extra
                           end-if
                       end-if
                       end-if
                   end-if
               end-perform
               if releves-dispo
                   close f-releves
                   set releves-dispo to false
               end-if
               close f-lignes-extras
           end-if.

      * Releves du compteur de la ligne apres l'index de depart
      * (LXDateDebut) jusqu'au dernier refacture (LXDateFin).
       liberer-releves.
           if releves-dispo
               set fin-releves to false
               move IWnumresa to RCnumresa
               move LXcode(2:1) to RCCompteur
               move LXDateDebut to RCDate
               start f-releves key is > RCcle
                   invalid key set fin-releves to true
               end-start
               perform until fin-releves
                   read f-releves next record
                       at end set fin-releves to true
                   end-read
                   if not fin-releves
                       if RCnumresa <> IWnumresa
                           or RCCompteur <> LXcode(2:1)
                           or RCDate > LXDateFin
                           set fin-releves to true
                       else if RCFacture = 'O'
                           move 'N' to RCFacture
                           rewrite releve-compteur
                       end-if
                       end-if
                   end-if
               end-perform
           end-if.

      * Remise promotionnelle portee par la facture annulee.
       liberer-remise.
           open i-o f-utilisations
           if fs-utilisations = '00'
               move 'R' to UPorigine
               move IWnumresa to UPnumero
               read f-utilisations key is UPcle
                   invalid key continue
                   not invalid key
                       if UPnumfact = IWnumfact
                           move 0 to UPnumfact
                           rewrite utilisation-promo
                       end-if
               end-read
               close f-utilisations
           end-if.

       restaurer-ligne-livre.
           set livre-trouve to false
           move IWprop(l) to GLnumprop
