       program-id. pg-promotion.

       file-control.
           select f-promotions assign 'promotions.dat'
           organization indexed
           access random
           record key PMcode
           file status fs-promotions.

           select f-utilisations assign 'utilisations-promo.dat'
           organization indexed
           access random
           record key UPcle
           alternate key UPcode with duplicates
           file status fs-utilisations.

       data division.

       file section.
       fd f-promotions.
           copy promotion.

       fd f-utilisations.
           copy utilisation-promo.

       working-storage section.
       1 fs-promotions pic xx.
       1 fs-utilisations pic xx.
       1 v-promo-trouvee pic x.
           88 promo-trouvee value 'O' false 'N'.
       1 v-appart-eligible pic x.
           88 appart-eligible value 'O' false 'N'.
       1 v-liste-appart pic x.
           88 liste-appart value 'O' false 'N'.
       1 date-jour pic 9(8).
       1 nb-nuits pic 9(3).
       1 a pic 9.

       linkage section.
       1 p-fonction pic x.
       1 p-code pic x(8).
       1 p-origine pic x.
       1 p-numero pic 9(6).
       1 p-numappart pic 9999.
       1 p-ville pic x(20).
       1 p-date-resa pic 9(8).
       1 p-arrivee pic 9(8).
       1 p-depart pic 9(8).
       1 p-montant-ht pic 9(7)v99.
       1 p-remise pic 9(7)v99.
       1 p-refus pic x(40).

      * Codes promotion des campagnes commerciales.
      *   C : controle le code pour le sejour et calcule la remise HT
      *       sur le prix du sejour (p-montant-ht, hors extras) ;
      *       p-refus reste a blanc si le code est accepte.
      *   E : enregistre l'utilisation du code (remise deja calculee)
      *       pour le devis (D) ou la reservation (R) ; seule une
      *       reservation consomme le plafond d'utilisations.
      *   L : relit l'utilisation enregistree pour un devis ou une
      *       reservation (code a blanc si aucune).
       procedure division using p-fonction p-code p-origine p-numero
           p-numappart p-ville p-date-resa p-arrivee p-depart
           p-montant-ht p-remise p-refus.
           accept date-jour from date yyyymmdd
           move spaces to p-refus
           evaluate p-fonction
               when 'C' perform controler-code
               when 'E' perform enregistrer-utilisation
               when 'L' perform lire-utilisation
               when other continue
           end-evaluate
           goback.

       controler-code.
           move 0 to p-remise
           set promo-trouvee to false
           open input f-promotions
           if fs-promotions = '00'
               move function upper-case(p-code) to PMcode
               read f-promotions key is PMcode
                   invalid key continue
                   not invalid key set promo-trouvee to true
               end-read
               close f-promotions
           end-if
           compute nb-nuits =
               function integer-of-date(p-depart)
               - function integer-of-date(p-arrivee)

           set appart-eligible to true
           if promo-trouvee
               set liste-appart to false
               set appart-eligible to false
               perform varying a from 1 by 1 until a > 5
                   if PMAppart(a) > 0
                       set liste-appart to true
                       if PMAppart(a) = p-numappart
                           set appart-eligible to true
                       end-if
                   end-if
               end-perform
               if not liste-appart
                   set appart-eligible to true
               end-if
               if PMVille <> spaces and PMVille <> p-ville
                   set appart-eligible to false
               end-if
           end-if

           if not promo-trouvee or PMStatut <> 'A'
               move 'Code promotion inconnu ou inactif.' to p-refus
           else if (PMResaDebut > 0 and p-date-resa < PMResaDebut)
               or (PMResaFin > 0 and p-date-resa > PMResaFin)
               move 'Reservation hors periode de la campagne.'
                   to p-refus
           else if (PMSejourDebut > 0 and p-arrivee < PMSejourDebut)
               or (PMSejourFin > 0 and p-depart > PMSejourFin)
               move 'Sejour hors periode de la campagne.' to p-refus
           else if not appart-eligible
               move 'Logement non concerne par la campagne.'
                   to p-refus
           else if nb-nuits < PMNuitsMin
               move 'Duree du sejour insuffisante.' to p-refus
           else if PMPlafond > 0 and PMNbUtilisations >= PMPlafond
               move 'Plafond d''utilisations atteint.' to p-refus
           else
               evaluate PMType
                   when 'P'
                       compute p-remise rounded =
                           p-montant-ht * PMValeur / 100
                   when 'N'
                       if nb-nuits > 0
                           compute p-remise rounded =
                               p-montant-ht * PMValeur / nb-nuits
                       end-if
                   when other
                       move PMValeur to p-remise
               end-evaluate
               if p-remise > p-montant-ht
                   move p-montant-ht to p-remise
               end-if
               move PMcode to p-code
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       enregistrer-utilisation.
           open i-o f-utilisations
           if fs-utilisations = '35'
               open output f-utilisations
               close f-utilisations
               open i-o f-utilisations
           end-if
           if fs-utilisations <> '00'
               display 'PG-PROMOTION - ouverture utilisations-promo.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-utilisations
               move 1 to return-code
               stop run
           end-if
           move p-origine to UPorigine
           move p-numero to UPnumero
           move function upper-case(p-code) to UPcode
           move date-jour to UPDateUtilisation
           compute UPNbNuits =
               function integer-of-date(p-depart)
               - function integer-of-date(p-arrivee)
           move p-montant-ht to UPMontantBrut
           move p-remise to UPRemiseHT
           move 0 to UPnumfact
           write utilisation-promo
           if fs-utilisations = '22'
               rewrite utilisation-promo
           end-if
           if fs-utilisations <> '00'
               display 'PG-PROMOTION - ecriture utilisations-promo.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-utilisations
               move 1 to return-code
               stop run
           end-if
           close f-utilisations

           if p-origine = 'R'
               open i-o f-promotions
               if fs-promotions = '00'
                   move UPcode to PMcode
                   read f-promotions key is PMcode
                       invalid key continue
                       not invalid key
                           compute PMNbUtilisations =
                               PMNbUtilisations + 1
                           rewrite promotion
                   end-read
                   close f-promotions
               end-if
           end-if.

       lire-utilisation.
           move spaces to p-code
           move 0 to p-remise
           move 0 to p-montant-ht
           open input f-utilisations
           if fs-utilisations = '00'
               move p-origine to UPorigine
               move p-numero to UPnumero
               read f-utilisations key is UPcle
                   invalid key continue
                   not invalid key
                       move UPcode to p-code
                       move UPRemiseHT to p-remise
                       move UPMontantBrut to p-montant-ht
               end-read
               close f-utilisations
           end-if.

       end program pg-promotion.
