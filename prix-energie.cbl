       program-id. pg-prix-energie.

       file-control.
           select f-prix assign 'prix-energie.dat'
           organization record sequential
           file status fs-prix.

       data division.

       file section.
       fd f-prix.
           copy prix-energie.

       working-storage section.
       1 fs-prix pic xx.
       1 v-charge pic x value 'N'.
           88 table-chargee value 'O' false 'N'.
       1 v-fin-prix pic x value 'N'.
           88 fin-prix value 'O' false 'N'.
       1 nb-prix pic 9(3) value 0.
       1 tbl-prix occurs 100 times.
           2 tp-ville pic x(20).
           2 tp-compteur pic x.
           2 tp-dateeffet pic 9(8).
           2 tp-prix pic 9(3)v9(4).
           2 tp-categorie pic x(10).
       1 t pic 9(3).
       1 meilleure-date pic 9(8).

       linkage section.
       1 ville pic x(20).
       1 compteur pic x.
       1 date-effet pic 9(8).
       1 prix pic 9(3)v9(4).
       1 categorie pic x(10).

      * Prix unitaire d'un compteur (E, O, G) pour la ville a la date,
      * meme recherche que pg-taux-taxe : la plus recente date d'effet
      * de la ville ou de la ligne toutes villes l'emporte.
       procedure division using ville compteur date-effet prix
           categorie.
           if not table-chargee
               set table-chargee to true
               open input f-prix
               if fs-prix = '00'
                   perform until fin-prix
                       read f-prix
                           at end set fin-prix to true
                           not at end
                               if nb-prix < 100
                                   compute nb-prix = nb-prix + 1
                                   move PEville to tp-ville(nb-prix)
                                   move PECompteur
                                       to tp-compteur(nb-prix)
                                   move PEDateEffet
                                       to tp-dateeffet(nb-prix)
                                   move PEPrixUnitaire
                                       to tp-prix(nb-prix)
                                   move PECategorieTVA
                                       to tp-categorie(nb-prix)
                               end-if
                       end-read
                   end-perform
                   close f-prix
               end-if
           end-if

           move 0 to prix
           move 'LOCATION' to categorie
           move 0 to meilleure-date
           perform varying t from 1 by 1 until t > nb-prix
               if (tp-ville(t) = spaces or tp-ville(t) = ville)
                   and tp-compteur(t) = compteur
                   and tp-dateeffet(t) <= date-effet
                   and tp-dateeffet(t) >= meilleure-date
                   move tp-dateeffet(t) to meilleure-date
                   move tp-prix(t) to prix
                   move tp-categorie(t) to categorie
               end-if
           end-perform
           goback.

       end program pg-prix-energie.
