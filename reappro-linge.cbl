       program-id. pg-reappro-linge.

       file-control.
           select f-stocks assign 'stocks.dat'
           organization indexed
           access sequential
           record key SMcle
           file status fs-stocks.

           select f-taches assign 'menage.dat'
           organization indexed
           access sequential
           record key TMcle
           file status fs-taches.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-consommables assign 'consommables.dat'
           organization indexed
           access random
           record key CScode
           file status fs-consommables.

           select f-impression assign 'reappro-linge.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-stocks.
           copy stock-magasin.

       fd f-taches.
           copy tache-menage.

       fd f-appart.
           copy appartement.

       fd f-consommables.
           copy consommable.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-stocks pic xx.
       1 fs-taches pic xx.
       1 fs-appart pic xx.
       1 fs-consommables pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 horizon-jours pic 9(3) value 14.
       1 date-jour pic 9(8).
       1 date-horizon pic 9(8).
       1 jour-entier pic 9(7).
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 v-consommables-dispo pic x value 'N'.
           88 consommables-dispo value 'O' false 'N'.
       1 v-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 kit.
           2 nb-articles pic 99.
           2 article occurs 30 times.
               3 article-code pic x(6).
               3 article-quantite pic 9(3).
       1 a pic 99.
       1 nb-stocks pic 9(4) value 0.
       1 tbl-stocks occurs 2000 times.
           2 ts-ville pic x(20).
           2 ts-code pic x(6).
           2 ts-quantite pic s9(6).
           2 ts-minimum pic 9(6).
           2 ts-besoin pic 9(6).
       1 s pic 9(4).
       1 sx pic 9(4).
       1 reste pic s9(7).
       1 a-commander pic 9(7).
       1 stock-edit pic -----9.
       1 besoin-edit pic zzzzz9.
       1 minimum-edit pic zzzzz9.
       1 commande-edit pic zzzzzz9.
       1 tot-taches pic 9(6) value 0.
       1 tot-sans-kit pic 9(6) value 0.
       1 tot-table-pleine pic 9(6) value 0.
       1 tot-alertes pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Reassort des magasins de linge : besoin de chaque magasin sur
      * les menages des 14 prochains jours (ou le nombre de jours
      * passe en argument), kit standard par appartement, plus les
      * menages faits dont le linge n'est pas encore sorti. Est
      * signale tout article dont le stock, besoin deduit, passerait
      * sous le minimum du magasin, avec la quantite a commander pour
      * revenir au minimum.
       procedure division.
           accept date-jour from date yyyymmdd

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to horizon-jours
           end-if
           compute jour-entier =
               function integer-of-date(date-jour) + horizon-jours
           compute date-horizon = function date-of-integer(jour-entier)

           open input f-stocks
           if fs-stocks = '00'
               perform charger-stocks
               close f-stocks
           end-if

           open input f-taches
           if fs-taches = '35'
               display 'PG-REAPPRO-LINGE - pas de fichier menage.dat,'
                   ' rien a prevoir'
               stop run
           end-if
           if fs-taches <> '00'
               display 'PG-REAPPRO-LINGE - ouverture menage.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-REAPPRO-LINGE - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           set fin-lecture to false
           read f-taches next record at end set fin-lecture to true
           end-read
           perform until fin-lecture
               if TMStatut = 'F'
                   or (TMStatut = 'P' and TMDate >= date-jour
                   and TMDate <= date-horizon)
                   compute tot-taches = tot-taches + 1
                   perform cumuler-besoin
               end-if
               read f-taches next record at end set fin-lecture to true
               end-read
               if fs-taches <> '00' and fs-taches <> '10'
                   display 'PG-REAPPRO-LINGE - lecture menage.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-taches
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           close f-taches
           close f-appart

           open input f-consommables
           if fs-consommables = '00'
               set consommables-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-REAPPRO-LINGE - ouverture'
                   ' reappro-linge.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'REASSORT DES MAGASINS DE LINGE au ' date-jour
               ' (menages jusqu''au ' date-horizon ')'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Magasin              Article Libelle            '
               'Stock Besoin   Mini Commande'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           perform varying s from 1 by 1 until s > nb-stocks
               compute reste = ts-quantite(s) - ts-besoin(s)
               if reste < ts-minimum(s)
                   perform signaler-reassort
               end-if
           end-perform

           move spaces to ligne-tampon
           string 'Articles a commander : ' tot-alertes
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           close f-impression
           if consommables-dispo
               close f-consommables
           end-if

           display 'PG-REAPPRO-LINGE - TOTAUX DE CONTROLE'
           display 'menages pris en compte : ' tot-taches
           display 'menages sans kit       : ' tot-sans-kit
           display 'lignes de stock        : ' nb-stocks
           display 'lignes hors table      : ' tot-table-pleine
           display 'articles a commander   : ' tot-alertes
           stop run.

       charger-stocks.
           set fin-lecture to false
           perform until fin-lecture
               read f-stocks next record
                   at end set fin-lecture to true
                   not at end
                       if nb-stocks < 2000
                           compute nb-stocks = nb-stocks + 1
                           move SMville to ts-ville(nb-stocks)
                           move SMcode to ts-code(nb-stocks)
                           move SMQuantite to ts-quantite(nb-stocks)
                           move SMMinimum to ts-minimum(nb-stocks)
                           move 0 to ts-besoin(nb-stocks)
                       else
                           compute tot-table-pleine =
                               tot-table-pleine + 1
                       end-if
               end-read
           end-perform.

       cumuler-besoin.
           move TMnumappart to Anumappart
           read f-appart key is Anumappart
               invalid key set appart-trouve to false
               not invalid key set appart-trouve to true
           end-read
           if appart-trouve
               call 'pg-kit-menage' using Anbpiece ANbPersMax kit
               end-call
               if nb-articles = 0
                   compute tot-sans-kit = tot-sans-kit + 1
               end-if
               perform varying a from 1 by 1 until a > nb-articles
                   perform chercher-stock
                   if sx > 0
                       compute ts-besoin(sx) =
                           ts-besoin(sx) + article-quantite(a)
                   end-if
               end-perform
           end-if.

      * Article jamais livre dans ce magasin : ligne a stock nul.
       chercher-stock.
           move 0 to sx
           perform varying s from 1 by 1
                   until s > nb-stocks or sx > 0
               if ts-ville(s) = AVille
                   and ts-code(s) = article-code(a)
                   move s to sx
               end-if
           end-perform
           if sx = 0
               if nb-stocks < 2000
                   compute nb-stocks = nb-stocks + 1
                   move nb-stocks to sx
                   move AVille to ts-ville(sx)
                   move article-code(a) to ts-code(sx)
                   move 0 to ts-quantite(sx)
                   move 0 to ts-minimum(sx)
                   move 0 to ts-besoin(sx)
               else
                   compute tot-table-pleine = tot-table-pleine + 1
               end-if
           end-if.

       signaler-reassort.
           compute tot-alertes = tot-alertes + 1
           compute a-commander = ts-minimum(s) - reste
           move spaces to CSLibelle
           if consommables-dispo
               move ts-code(s) to CScode
               read f-consommables key is CScode
                   invalid key move spaces to CSLibelle
               end-read
           end-if
           move ts-quantite(s) to stock-edit
           move ts-besoin(s) to besoin-edit
           move ts-minimum(s) to minimum-edit
           move a-commander to commande-edit
           move spaces to ligne-tampon
           string ts-ville(s) ' ' ts-code(s) '  ' CSLibelle(1:18)
               stock-edit ' ' besoin-edit ' ' minimum-edit ' '
               commande-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-REAPPRO-LINGE - ecriture'
                   ' reappro-linge.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-reappro-linge.
