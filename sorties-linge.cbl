       program-id. pg-sorties-linge.

       file-control.
           select f-taches assign 'menage.dat'
           organization indexed
           access dynamic
           record key TMcle
           file status fs-taches.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-stocks assign 'stocks.dat'
           organization indexed
           access random
           record key SMcle
           file status fs-stocks.

           select f-impression assign 'sorties-linge.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-taches.
           copy tache-menage.

       fd f-appart.
           copy appartement.

       fd f-stocks.
           copy stock-magasin.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-taches pic xx.
       1 fs-appart pic xx.
       1 fs-stocks pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-taches pic x value 'N'.
           88 fin-taches value 'O' false 'N'.
       1 v-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 kit.
           2 nb-articles pic 99.
           2 article occurs 30 times.
               3 article-code pic x(6).
               3 article-quantite pic 9(3).
       1 a pic 99.
       1 quantite-edit pic zz9.
       1 tot-faites pic 9(6) value 0.
       1 tot-sorties pic 9(6) value 0.
       1 tot-sans-kit pic 9(6) value 0.
       1 tot-sans-appart pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Chaque nuit : les menages declares effectues (statut F) sortent
      * du stock du magasin de la ville de l'appartement le kit
      * standard de l'appartement (pg-kit-menage), puis passent au
      * statut S. Le stock peut devenir negatif si des livraisons
      * n'ont pas ete saisies : il apparait alors au reassort.
       procedure division.
           accept date-jour from date yyyymmdd

           open i-o f-taches
           if fs-taches = '35'
               display 'PG-SORTIES-LINGE - pas de fichier menage.dat,'
                   ' rien a sortir'
               stop run
           end-if
           if fs-taches <> '00'
               display 'PG-SORTIES-LINGE - ouverture menage.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-SORTIES-LINGE - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
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
               display 'PG-SORTIES-LINGE - ouverture stocks.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-stocks
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-SORTIES-LINGE - ouverture'
                   ' sorties-linge.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'SORTIES DE LINGE ET CONSOMMABLES du ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 'Appart Menage   Magasin              Article  Qte'
               to ligne-impr
           write ligne-impr

           read f-taches next record at end set fin-taches to true
           end-read
           perform until fin-taches
               if TMStatut = 'F'
                   compute tot-faites = tot-faites + 1
                   perform sortir-kit
               end-if
               read f-taches next record at end set fin-taches to true
               end-read
               if fs-taches <> '00' and fs-taches <> '10'
                   display 'PG-SORTIES-LINGE - lecture menage.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-taches
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move spaces to ligne-tampon
           string 'Menages traites : ' tot-faites
               '   Lignes sorties : ' tot-sorties
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-taches
           close f-appart
           close f-stocks
           close f-impression

           display 'PG-SORTIES-LINGE - TOTAUX DE CONTROLE'
           display 'menages effectues    : ' tot-faites
           display 'lignes de stock      : ' tot-sorties
           display 'menages sans kit     : ' tot-sans-kit
           display 'appartements absents : ' tot-sans-appart
           stop run.

       sortir-kit.
           move TMnumappart to Anumappart
           read f-appart key is Anumappart
               invalid key set appart-trouve to false
               not invalid key set appart-trouve to true
           end-read
      * Appartement disparu : la tache reste a F et sera reprise.
           if not appart-trouve
               compute tot-sans-appart = tot-sans-appart + 1
               move spaces to ligne-tampon
               string TMnumappart '   ' TMDate
                   ' APPARTEMENT INCONNU'
                   delimited by size into ligne-tampon
               perform imprimer-ligne
           else
               call 'pg-kit-menage' using Anbpiece ANbPersMax kit
               end-call
               if nb-articles = 0
                   compute tot-sans-kit = tot-sans-kit + 1
                   move spaces to ligne-tampon
                   string TMnumappart '   ' TMDate ' ' AVille
                       ' AUCUN KIT DEFINI'
                       delimited by size into ligne-tampon
                   perform imprimer-ligne
               end-if
               perform varying a from 1 by 1 until a > nb-articles
                   perform sortir-article
               end-perform
               move 'S' to TMStatut
               rewrite tache-menage
               if fs-taches <> '00'
                   display 'PG-SORTIES-LINGE - ecriture menage.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-taches
                   move 1 to return-code
                   stop run
               end-if
           end-if.

       sortir-article.
           move AVille to SMville
           move article-code(a) to SMcode
           read f-stocks key is SMcle
               invalid key
                   compute SMQuantite = 0 - article-quantite(a)
                   move 0 to SMMinimum
                   move date-jour to SMDateMaj
                   write stock-magasin
               not invalid key
                   compute SMQuantite =
                       SMQuantite - article-quantite(a)
                   move date-jour to SMDateMaj
                   rewrite stock-magasin
           end-read
           if fs-stocks <> '00'
               display 'PG-SORTIES-LINGE - ecriture stocks.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-stocks
               move 1 to return-code
               stop run
           end-if
           compute tot-sorties = tot-sorties + 1
           move article-quantite(a) to quantite-edit
           move spaces to ligne-tampon
           string TMnumappart '   ' TMDate ' ' AVille ' '
               SMcode '   ' quantite-edit
               delimited by size into ligne-tampon
           perform imprimer-ligne.

       imprimer-ligne.
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-SORTIES-LINGE - ecriture'
                   ' sorties-linge.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-sorties-linge.
