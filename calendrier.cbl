           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-dispo assign 'dispo-nuits.dat'
           organization indexed
           access dynamic
           record key DNcle
           file status fs-dispo.

           select f-impression assign 'calendrier.lst'
           organization line sequential
       fd f-appart.
           copy appartement.

       fd f-dispo.
           copy dispo-nuit.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-dispo pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 numappart-demande pic 9999 value 0.
       1 date-w pic 9(8).
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-dispo pic x value 'N'.
           88 fin-dispo value 'O' false 'N'.
       1 v-index-dispo pic x value 'N'.
           88 index-dispo value 'O' false 'N'.
       1 jour-entier pic 9(7).
       1 date-debut-fenetre pic 9(8).
       1 date-fin-fenetre pic 9(8).
       1 tot-pages pic 9(6) value 0.
       1 ligne-tampon pic x(80).
       1 entete-mois pic x(80).
                   function integer-of-date(date-w) - jour-entier
           end-perform

           compute date-debut-fenetre =
               fe-annee(1) * 10000 + fe-mois(1) * 100 + 1
           compute date-fin-fenetre =
               fe-annee(12) * 10000 + fe-mois(12) * 100 + fe-jours(12)

           move spaces to entete-mois
           perform varying mx from 1 by 1 until mx > 12
               compute jx = 4 + (mx - 1) * 3
               stop run
           end-if

           open input f-dispo
           if fs-dispo = '00'
               set index-dispo to true
           else if fs-dispo = '35'
               display 'PG-CALENDRIER - index des disponibilites'
                   ' absent, lancer pg-controle-dispo'
               move 1 to return-code
               stop run
           else
               display 'PG-CALENDRIER - ouverture dispo-nuits.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-dispo
               move 1 to return-code
               stop run
           end-if
           end-perform

           close f-appart
           if index-dispo
               close f-dispo
           end-if
           close f-impression

               end-perform
           end-perform

      * Nuits occupees de la fenetre d'apres l'index des
      * disponibilites : son etat est celui de la grille.
           if index-dispo
               set fin-dispo to false
               move Anumappart to DNnumappart
               move date-debut-fenetre to DNDate
               start f-dispo key is >= DNcle
                   invalid key set fin-dispo to true
               end-start
               if not fin-dispo
                   read f-dispo next record at end
                       set fin-dispo to true
                   end-read
               end-if
               perform until fin-dispo or DNnumappart <> Anumappart
                       or DNDate > date-fin-fenetre
                   move DNDate(1:4) to annee-w
                   move DNDate(5:2) to mois-w
                   perform varying mx from 1 by 1 until mx > 12
                       if fe-annee(mx) = annee-w
                           and fe-mois(mx) = mois-w
                           move DNDate(7:2) to jx
                           move DNEtat to gr-jour(mx, jx)
                       end-if
                   end-perform
                   read f-dispo next record at end
                       set fin-dispo to true
                   end-read
                   if fs-dispo <> '00' and fs-dispo <> '10'
                       display 'PG-CALENDRIER - lecture dispo-nuits.dat'
                           ' impossible'
                       display 'code retour fichier : ' fs-dispo
                       move 1 to return-code
                       stop run
                   end-if
