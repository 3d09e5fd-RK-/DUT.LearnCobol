       program-id. pg-livraison-linge.

       file-control.
           select f-stocks assign 'stocks.dat'
           organization indexed
           access dynamic
           record key SMcle
           file status fs-stocks.

           select f-consommables assign 'consommables.dat'
           organization indexed
           access random
           record key CScode
           file status fs-consommables.

       data division.

       file section.
       fd f-stocks.
           copy stock-magasin.

       fd f-consommables.
           copy consommable.

       working-storage section.
       1 fs-stocks pic xx.
       1 fs-consommables pic xx.
       1 date-jour pic 9(8).
       1 ville-saisie pic x(20).
       1 code-saisi pic x(6).
       1 quantite-livree pic 9(5).
       1 minimum-saisi pic 9(6).
       1 v-fin-stock pic x value 'N'.
           88 fin-stock value 'O' false 'N'.
       1 v-trouve pic x.
           88 article-trouve value 'O' false 'N'.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 nl pic 99 value 7.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Livraisons de linge et consommables'.
       1 s-plg-ville.
           2 line 4 col 3 'Magasin (ville) : '.
           2 s-ville line 4 col 21 pic x(20) to ville-saisie required.
       1 a-plg-entete.
           2 line 6 col 3 'Code   Libelle                Stock Minimum'.
       1 a-plg-ligne.
           2 a-code line nl col 3 pic x(6) from SMcode.
           2 a-libelle line nl col 10 pic x(20) from CSLibelle.
           2 a-quantite line nl col 31 pic -----9 from SMQuantite.
           2 a-minimum line nl col 39 pic zzzzz9 from SMMinimum.
       1 s-plg-livraison.
           2 line 17 col 3 'Code article                  : '.
           2 s-code line 17 col 35 pic x(6) to code-saisi required.
           2 line 18 col 3 'Quantite livree               : '.
           2 s-quantite line 18 col 35 pic 9(5) to quantite-livree.
           2 line 19 col 3 'Stock minimum (0 = inchange)  : '.
           2 s-minimum line 19 col 35 pic 9(6) to minimum-saisi.
       1 a-plg-article-inconnu.
           2 line 21 col 3 'Article absent du catalogue.'.
       1 a-plg-confirm.
           2 line 21 col 3 'Stock du magasin mis a jour.'.
       1 s-plg-encore.
           2 line 22 col 3 'Saisir une autre livraison (O/N) : '.
           2 s-encore pic x to v-encore required.

      * Entree en stock des livraisons de linge et de consommables
      * dans le magasin d'une ville, et reglage du stock minimum que
      * surveille pg-reappro-linge. Les sorties sont faites par
      * pg-sorties-linge a partir des menages effectues.
       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre
           display s-plg-ville
           accept s-plg-ville

           open input f-consommables
           if fs-consommables <> '00'
               display 'PG-LIVRAISON-LINGE - ouverture'
                   ' consommables.dat impossible'
               display 'code retour fichier : ' fs-consommables
               move 1 to return-code
               stop run
           end-if

           open i-o f-stocks
           if fs-stocks = '35'
               open output f-stocks
               close f-stocks
               open i-o f-stocks
           end-if
           if fs-stocks <> '00'
               display 'PG-LIVRAISON-LINGE - ouverture stocks.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-stocks
               move 1 to return-code
               stop run
           end-if

           perform afficher-stock

           move 'O' to v-encore
           perform until not saisir-encore
               move 0 to quantite-livree
               move 0 to minimum-saisi
               display s-plg-livraison
               accept s-plg-livraison
               move function upper-case(code-saisi) to CScode
               read f-consommables key is CScode
                   invalid key set article-trouve to false
                   not invalid key set article-trouve to true
               end-read
               if not article-trouve
                   display a-plg-article-inconnu
               else
                   perform enregistrer-livraison
                   display a-plg-confirm
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-stocks
           close f-consommables
           goback.

       afficher-stock.
           display a-plg-entete
           set fin-stock to false
           move ville-saisie to SMville
           move spaces to SMcode
           start f-stocks key is >= SMcle
               invalid key set fin-stock to true
           end-start
           if not fin-stock
               read f-stocks next record at end set fin-stock to true
               end-read
           end-if
           perform until fin-stock or SMville <> ville-saisie
               if nl < 16
                   move SMcode to CScode
                   read f-consommables key is CScode
                       invalid key move spaces to CSLibelle
                   end-read
                   display a-plg-ligne
                   compute nl = nl + 1
               end-if
               read f-stocks next record at end set fin-stock to true
               end-read
           end-perform.

       enregistrer-livraison.
           move ville-saisie to SMville
           move CScode to SMcode
           read f-stocks key is SMcle
               invalid key
                   move 0 to SMMinimum
                   compute SMQuantite = quantite-livree
                   if minimum-saisi > 0
                       move minimum-saisi to SMMinimum
                   end-if
                   move date-jour to SMDateMaj
                   write stock-magasin
               not invalid key
                   compute SMQuantite = SMQuantite + quantite-livree
                   if minimum-saisi > 0
                       move minimum-saisi to SMMinimum
                   end-if
                   move date-jour to SMDateMaj
                   rewrite stock-magasin
           end-read
           if fs-stocks <> '00'
               display 'PG-LIVRAISON-LINGE - ecriture stocks.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-stocks
               move 1 to return-code
               stop run
           end-if.

       end program pg-livraison-linge.
