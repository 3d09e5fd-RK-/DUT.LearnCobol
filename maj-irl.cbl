       program-id. pg-maj-irl.

       file-control.
           select f-indices assign 'indices-irl.dat'
           organization indexed
           access dynamic
           record key IRTrimestre
           file status fs-indices.

       data division.

       file section.
       fd f-indices.
           copy indice-loyer.

       working-storage section.
       1 fs-indices pic xx.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 v-fin-indices pic x value 'N'.
           88 fin-indices value 'O' false 'N'.
       1 nl pic 99 value 6.
       1 nb-indices pic 9(4) value 0.
       1 tbl-indices occurs 200 times.
           2 ti-trimestre pic 9(5).
           2 ti-valeur pic 9(3)v99.
           2 ti-publication pic 9(8).
       1 ix pic 9(4).
       1 premier-affiche pic 9(4).
       1 trimestre-saisi pic 9(5).
       1 valeur-saisie pic 9(3)v99.
       1 publication-saisie pic 9(8).

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Indice de reference des loyers (IRL)'.
       1 a-plg-entete.
           2 line 4 col 3
               'Trimestre  Valeur   Publie le'.
       1 a-plg-ligne.
           2 a-trimestre line nl col 3 pic 9(5) from ti-trimestre(ix).
           2 a-valeur line nl col 14 pic zz9.99 from ti-valeur(ix).
           2 a-publication line nl col 23 pic 9(8)
               from ti-publication(ix).
       1 s-plg-saisie.
           2 line 18 col 3 'Trimestre (AAAAT, ex 20252) : '.
           2 s-trimestre line 18 col 34 pic 9(5) to trimestre-saisi
               required.
           2 line 19 col 3 'Valeur (ex 145.17)          : '.
           2 s-valeur line 19 col 34 pic 9(3).99 to valeur-saisie
               required.
           2 line 20 col 3 'Publie le (AAAAMMJJ)        : '.
           2 s-publication line 20 col 34 pic 9(8)
               to publication-saisie required.
       1 a-plg-invalide.
           2 line 22 col 3 'Trimestre invalide ou valeur nulle,'.
           2 line 22 col 39 'indice refuse.'.
       1 a-plg-corrige.
           2 line 22 col 3 'Indice deja saisi pour ce trimestre,'.
           2 line 22 col 40 'corrige.'.
       1 s-plg-encore.
           2 line 23 col 3 'Saisir un autre indice (O/N) : '.
           2 s-encore pic x to v-encore required.

      * Un indice deja publie n'est pas modifie par l'INSEE ; la
      * correction ne vaut que pour une erreur de saisie, les loyers
      * deja revises ne sont pas recalcules.
       procedure division.
           display a-plg-titre

           open i-o f-indices
           if fs-indices = '35'
               open output f-indices
               close f-indices
               open i-o f-indices
           end-if
           if fs-indices <> '00'
               display 'PG-MAJ-IRL - ouverture indices-irl.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-indices
               move 1 to return-code
               stop run
           end-if

           perform until fin-indices
               read f-indices next record
                   at end set fin-indices to true
                   not at end
                       if nb-indices < 200
                           compute nb-indices = nb-indices + 1
                           move IRTrimestre to ti-trimestre(nb-indices)
                           move IRValeur to ti-valeur(nb-indices)
                           move IRDatePublication
                               to ti-publication(nb-indices)
                       end-if
               end-read
           end-perform
           if nb-indices > 0
               display a-plg-entete
               if nb-indices > 10
                   compute premier-affiche = nb-indices - 9
               else
                   move 1 to premier-affiche
               end-if
               perform varying ix from premier-affiche by 1
                       until ix > nb-indices
                   display a-plg-ligne
                   compute nl = nl + 1
               end-perform
           end-if

           move 'O' to v-encore
           perform until not saisir-encore
               display s-plg-saisie
               accept s-plg-saisie
               if trimestre-saisi(5:1) < '1'
                   or trimestre-saisi(5:1) > '4'
                   or trimestre-saisi < 19901
                   or valeur-saisie = 0
                   display a-plg-invalide
               else
                   move trimestre-saisi to IRTrimestre
                   move valeur-saisie to IRValeur
                   move publication-saisie to IRDatePublication
                   write indice-loyer
                       invalid key
                           display a-plg-corrige
                           rewrite indice-loyer
                   end-write
                   if fs-indices <> '00'
                       display 'PG-MAJ-IRL - ecriture'
                           ' indices-irl.dat impossible'
                       display 'code retour fichier : ' fs-indices
                       move 1 to return-code
                       stop run
                   end-if
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-indices.

       end program pg-maj-irl.
