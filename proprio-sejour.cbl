       program-id. pg-proprio-sejour.

       file-control.
           select f-mutations assign 'mutations.dat'
           organization indexed
           access dynamic
           record key MUcle
           file status fs-mutations.

       data division.

       file section.
       fd f-mutations.
           copy mutation.

       working-storage section.
       1 fs-mutations pic xx.
       1 v-fin-mutations pic x value 'N'.
           88 fin-mutations value 'O' false 'N'.
       1 v-premiere pic x value 'O'.
           88 premiere-mutation value 'O' false 'N'.
       1 prop-courant pic 9999.
       1 debut-part pic 9(8).
       1 fin-part pic 9(8).
       1 nuits-part pic s9(5).

       linkage section.
       1 p-numappart pic 9999.
       1 p-arrivee pic 9(8).
       1 p-depart pic 9(8).
       1 p-numprop pic 9999.
       1 p-repartition.
           2 p-nb-parts pic 9.
           2 p-part occurs 5 times.
               3 p-part-prop pic 9999.
               3 p-part-nuits pic 9(3).

      * Proprietaire de chaque nuit d'un sejour : avant la premiere
      * mutation de l'appartement c'est l'ancien proprietaire de
      * celle-ci, ensuite le nouveau proprietaire de la derniere
      * mutation prenant effet au plus tard ce soir-la. Le sejour
      * est decoupe en parts a chaque date d'effet tombant entre
      * l'arrivee et le depart ; la premiere part donne le
      * proprietaire de la premiere nuit. Sans mutation, tout le
      * sejour va au proprietaire passe en p-numprop (Anumprop).
       procedure division using p-numappart p-arrivee p-depart
               p-numprop p-repartition.
           move 0 to p-nb-parts
           move p-numprop to prop-courant
           move p-arrivee to debut-part
           set premiere-mutation to true

           open input f-mutations
           if fs-mutations = '00'
               set fin-mutations to false
               move p-numappart to MUnumappart
               move 0 to MUDateEffet
               start f-mutations key is >= MUcle
                   invalid key set fin-mutations to true
               end-start
               if not fin-mutations
                   read f-mutations next record at end
                       set fin-mutations to true
                   end-read
               end-if
               perform until fin-mutations
                       or MUnumappart <> p-numappart
                       or MUDateEffet >= p-depart
                   if premiere-mutation
                       move MUAncienProp to prop-courant
                       set premiere-mutation to false
                   end-if
                   if MUDateEffet > p-arrivee
                       move MUDateEffet to fin-part
                       perform ajouter-part
                       move MUDateEffet to debut-part
                   end-if
                   move MUNouveauProp to prop-courant
                   read f-mutations next record at end
                       set fin-mutations to true
                   end-read
               end-perform
      * Sejour entierement anterieur a la premiere mutation
               if premiere-mutation and not fin-mutations
                   and MUnumappart = p-numappart
                   move MUAncienProp to prop-courant
               end-if
               close f-mutations
           end-if

           move p-depart to fin-part
           perform ajouter-part
           goback.

      * Une part par proprietaire successif ; un proprietaire qui
      * revient (revente au vendeur) est cumule sur sa part, la
      * cinquieme part recoit le reste.
       ajouter-part.
           move 0 to nuits-part
           if fin-part > debut-part
               compute nuits-part =
                   function integer-of-date(fin-part)
                   - function integer-of-date(debut-part)
           end-if
           if p-nb-parts > 0
               and p-part-prop(p-nb-parts) = prop-courant
               compute p-part-nuits(p-nb-parts) =
                   p-part-nuits(p-nb-parts) + nuits-part
           else if p-nb-parts = 5
               compute p-part-nuits(5) = p-part-nuits(5) + nuits-part
           else
               compute p-nb-parts = p-nb-parts + 1
               move prop-courant to p-part-prop(p-nb-parts)
               move nuits-part to p-part-nuits(p-nb-parts)
           end-if
           end-if.

       end program pg-proprio-sejour.
