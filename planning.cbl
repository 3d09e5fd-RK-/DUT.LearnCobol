           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-dispo assign 'dispo-nuits.dat'
           organization indexed
           access dynamic
           record key DNcle
           file status fs-dispo.

           select f-impression assign 'planning.lst'
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
       1 ville-demandee pic x(20).
       1 date-jour pic 9(8).
       1 grille-affichee pic x(28).
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-dispo pic x value 'N'.
           88 fin-dispo value 'O' false 'N'.
       1 v-index-dispo pic x value 'N'.
           88 index-dispo value 'O' false 'N'.
      * Nuits de l'appartement : la veille puis les quatorze jours.
       1 date-veille pic 9(8).
       1 tbl-nuits-appart occurs 15 times.
           2 na-etat pic x.
           2 na-etat-resa pic x.
           2 na-numresa pic 9(6).
       1 nx pic 99.
       1 nl pic 99 value 7.
       1 tot-apparts pic 9(4) value 0.
       1 entete-jours pic x(40).
           2 a-grille line nl col 11 pic x(28)
               from grille-affichee.
           2 a-ville line nl col 41 pic x(20) from AVille.
       1 a-plg-index-absent.
           2 line 5 col 3 'Index des disponibilites absent, '.
           2 line 5 col 37 'lancer pg-controle-dispo.'.
       1 a-plg-suite.
           2 line 23 col 3 'Suite dans planning.lst.'.

               compute tbl-jours(jx) =
                   function date-of-integer(jour-entier + jx - 1)
           end-perform
           compute date-veille =
               function date-of-integer(jour-entier - 1)
           move spaces to entete-jours
           perform varying jx from 1 by 1 until jx > 14
               move tbl-jours(jx)(7:2)
               stop run
           end-if

           open input f-dispo
           if fs-dispo = '00'
               set index-dispo to true
           else if fs-dispo = '35'
               display a-plg-index-absent
               close f-appart
               goback
           else
               display 'PG-PLANNING - ouverture dispo-nuits.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-dispo
               move 1 to return-code
               stop run
           end-if
           end-if

           open output f-impression
           end-if

           close f-appart
           if index-dispo
               close f-dispo
           end-if
           close f-impression
           goback.

      * Grille d'apres l'index des disponibilites : arrivee quand la
      * resa de la nuit n'occupait pas la veille, depart quand celle
      * de la veille ne se prolonge pas.
       construire-grille.
           perform varying nx from 1 by 1 until nx > 15
               move space to na-etat(nx)
               move space to na-etat-resa(nx)
               move 0 to na-numresa(nx)
           end-perform

           if index-dispo
               set fin-dispo to false
               move Anumappart to DNnumappart
               move date-veille to DNDate
               start f-dispo key is >= DNcle
                   invalid key set fin-dispo to true
               end-start
               if not fin-dispo
                   read f-dispo next record at end
                       set fin-dispo to true
                   end-read
               end-if
               perform until fin-dispo or DNnumappart <> Anumappart
                       or DNDate > tbl-jours(14)
                   compute nx = function integer-of-date(DNDate)
                       - jour-entier + 2
                   move DNEtat to na-etat(nx)
                   move DNEtatResa to na-etat-resa(nx)
                   move DNnumresa to na-numresa(nx)
                   read f-dispo next record at end
                       set fin-dispo to true
                   end-read
               end-perform
           end-if

           perform varying jx from 1 by 1 until jx > 14
               compute nx = jx + 1
               evaluate true
                   when na-numresa(nx) > 0
                       and na-numresa(nx) <> na-numresa(nx - 1)
                       move 'A' to grille-appart(jx:1)
                   when na-numresa(nx - 1) > 0
                       and na-numresa(nx - 1) <> na-numresa(nx)
                       move 'D' to grille-appart(jx:1)
                   when na-etat-resa(nx) = 'P'
                       move 'P' to grille-appart(jx:1)
                   when na-numresa(nx) > 0
                       move 'O' to grille-appart(jx:1)
                   when na-etat(nx) = 'T'
                       move 'T' to grille-appart(jx:1)
                   when other
                       move '.' to grille-appart(jx:1)
               end-evaluate
           end-perform.

       end program pg-planning.
