           record key GTcle
           file status fs-grille.

           select f-dates assign 'tarifs-dates.dat'
           organization indexed
           access random
           record key TDcle
           file status fs-dates.

       data division.

       file section.
       fd f-grille.
           copy grille-tarif.

       fd f-dates.
           copy tarif-date.

       working-storage section.
       1 fs-regles pic xx.
       1 fs-grille pic xx.
       1 fs-dates pic xx.
       1 v-dates-dispo pic x value 'N'.
           88 dates-dispo value 'O' false 'N'.
       1 v-grille-dispo pic x value 'N'.
           88 grille-dispo value 'O' false 'N'.
       1 v-prix-trouve pic x.
               if fs-grille = '00'
                   set grille-dispo to true
               end-if
               open input f-dates
               if fs-dates = '00'
                   set dates-dispo to true
               end-if
           end-if
           if not table-chargee
               set table-chargee to true

       ajouter-prix-nuit.
           set prix-trouve to false
           if dates-dispo
               move p-numappart to TDnumappart
               move date-nuit to TDDate
               read f-dates key is TDcle
                   invalid key continue
                   not invalid key
                       set prix-trouve to true
                       compute montant-calc =
                           montant-calc + TDPrixNuit
               end-read
           end-if
           if grille-dispo and not prix-trouve
               move p-numappart to GTnumappart
               move saison-nuit to GTsaison
               read f-grille key is GTcle
