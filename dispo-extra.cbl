       program-id. pg-dispo-extra.

       file-control.
           select f-extras assign 'extras.dat'
           organization indexed
           access random
           record key EXcode
           file status fs-extras.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access dynamic
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

       data division.

       file section.
       fd f-extras.
           copy extra.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-resa.
           copy reservation.

       working-storage section.
       1 fs-extras pic xx.
       1 fs-lignes-extras pic xx.
       1 fs-resa pic xx.
       1 v-fin-lignes pic x value 'N'.
           88 fin-lignes value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-resa-active pic x.
           88 resa-active value 'O' false 'N'.
       1 nb-occupations pic 9(3).
       1 tbl-occupations occurs 300 times.
           2 to-debut pic 9(8).
           2 to-fin pic 9(8).
           2 to-quantite pic 99.
       1 o pic 9(3).
       1 jour-entier pic 9(7).
       1 borne-entier pic 9(7).
       1 date-nuit pic 9(8).
       1 occupes-nuit pic 9(5).
       1 occupes-max pic 9(5).

       linkage section.
       1 p-code pic x(6).
       1 p-arrivee pic 9(8).
       1 p-depart pic 9(8).
       1 p-libre pic 999.
       1 p-exclu pic 9(6).

      * Unites encore libres d'un extra a stock limite sur toutes
      * les nuits du sejour : meme controle de chevauchement que
      * pour les appartements, sur les lignes des reservations non
      * annulees (un devis ne bloque pas le stock). Sans stock
      * (0), l'extra est toujours disponible (999). Les lignes de la
      * reservation p-exclu ne comptent pas (sejour en modification,
      * dont les extras sont deplaces) ; 0 si aucune.
       procedure division using p-code p-arrivee p-depart p-libre
           p-exclu.
           move 999 to p-libre
           open input f-extras
           if fs-extras <> '00'
               goback
           end-if
           move p-code to EXcode
           read f-extras key is EXcode
               invalid key move 0 to EXStock
           end-read
           close f-extras
           if EXStock = 0
               goback
           end-if

           move 0 to nb-occupations
           open input f-lignes-extras
           if fs-lignes-extras = '00'
               open input f-resa
               if fs-resa = '00'
                   set resa-dispo to true
               end-if
               set fin-lignes to false
               move p-code to LXcode
               start f-lignes-extras key is = LXcode
                   invalid key set fin-lignes to true
               end-start
               perform until fin-lignes
                   read f-lignes-extras next record
                       at end set fin-lignes to true
                   end-read
                   if not fin-lignes
                       if LXcode <> p-code
                           set fin-lignes to true
                       else
                           perform noter-occupation
                       end-if
                   end-if
               end-perform
               if resa-dispo
                   close f-resa
               end-if
               close f-lignes-extras
           end-if

           move 0 to occupes-max
           compute jour-entier = function integer-of-date(p-arrivee)
           compute borne-entier =
               function integer-of-date(p-depart) - 1
           perform until jour-entier > borne-entier
               compute date-nuit = function date-of-integer(jour-entier)
               move 0 to occupes-nuit
               perform varying o from 1 by 1 until o > nb-occupations
                   if to-debut(o) <= date-nuit
                       and to-fin(o) > date-nuit
                       compute occupes-nuit =
                           occupes-nuit + to-quantite(o)
                   end-if
               end-perform
               if occupes-nuit > occupes-max
                   move occupes-nuit to occupes-max
               end-if
               compute jour-entier = jour-entier + 1
           end-perform

           if occupes-max >= EXStock
               move 0 to p-libre
           else
               compute p-libre = EXStock - occupes-max
           end-if
           goback.

       noter-occupation.
           if LXorigine = 'R'
               and (p-exclu = 0 or LXnumero <> p-exclu)
               and LXDateDebut < p-depart
               and LXDateFin > p-arrivee
               set resa-active to true
               if resa-dispo
                   move LXnumero to Rnumresa
                   read f-resa key is Rnumresa
                       invalid key set resa-active to false
                       not invalid key
                           if RStatut = 'A'
                               set resa-active to false
                           end-if
                   end-read
               end-if
               if resa-active and nb-occupations < 300
                   compute nb-occupations = nb-occupations + 1
                   move LXDateDebut to to-debut(nb-occupations)
                   move LXDateFin to to-fin(nb-occupations)
                   move LXQuantite to to-quantite(nb-occupations)
               end-if
           end-if.

       end program pg-dispo-extra.
