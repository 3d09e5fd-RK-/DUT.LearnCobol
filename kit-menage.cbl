       program-id. pg-kit-menage.

       file-control.
           select f-kits assign 'kits-menage.dat'
           organization indexed
           access sequential
           record key KMcle
           file status fs-kits.

       data division.

       file section.
       fd f-kits.
           copy kit-menage.

       working-storage section.
       1 fs-kits pic xx.
       1 v-charge pic x value 'N'.
           88 table-chargee value 'O' false 'N'.
       1 v-fin-kits pic x value 'N'.
           88 fin-kits value 'O' false 'N'.
       1 nb-lignes-kit pic 9(3) value 0.
       1 tbl-kits occurs 500 times.
           2 tk-nbpiece pic 99.
           2 tk-nbpers pic 99.
           2 tk-code pic x(6).
           2 tk-quantite pic 9(3).
       1 k pic 9(3).
       1 kit-nbpiece pic 99.
       1 kit-nbpers pic 99.
       1 v-kit-trouve pic x.
           88 kit-trouve value 'O' false 'N'.

       linkage section.
       1 p-nbpiece pic 99.
       1 p-nbpers pic 99.
       1 p-kit.
           2 p-nb-articles pic 99.
           2 p-article occurs 30 times.
               3 p-code pic x(6).
               3 p-quantite pic 9(3).

      * Kit standard d'un menage de fin de sejour (draps, serviettes,
      * cafe, savon...) selon la taille de l'appartement. On retient
      * le kit defini pour ce nombre de pieces et de personnes, a
      * defaut celui du nombre de pieces (personnes a 0), a defaut
      * le kit general (0 piece, 0 personne).
       procedure division using p-nbpiece p-nbpers p-kit.
           if not table-chargee
               set table-chargee to true
               open input f-kits
               if fs-kits = '00'
                   perform until fin-kits
                       read f-kits next record
                           at end set fin-kits to true
                           not at end
                               if nb-lignes-kit < 500
                                   compute nb-lignes-kit =
                                       nb-lignes-kit + 1
                                   move KMnbpiece
                                       to tk-nbpiece(nb-lignes-kit)
                                   move KMNbPers
                                       to tk-nbpers(nb-lignes-kit)
                                   move KMcode
                                       to tk-code(nb-lignes-kit)
                                   move KMQuantite
                                       to tk-quantite(nb-lignes-kit)
                               end-if
                       end-read
                   end-perform
                   close f-kits
               end-if
           end-if

           move 0 to p-nb-articles
           move p-nbpiece to kit-nbpiece
           move p-nbpers to kit-nbpers
           perform chercher-kit
           if not kit-trouve
               move 0 to kit-nbpers
               perform chercher-kit
           end-if
           if not kit-trouve
               move 0 to kit-nbpiece
               perform chercher-kit
           end-if

           if kit-trouve
               perform varying k from 1 by 1 until k > nb-lignes-kit
                   if tk-nbpiece(k) = kit-nbpiece
                       and tk-nbpers(k) = kit-nbpers
                       and tk-quantite(k) > 0
                       and p-nb-articles < 30
                       compute p-nb-articles = p-nb-articles + 1
                       move tk-code(k) to p-code(p-nb-articles)
                       move tk-quantite(k) to p-quantite(p-nb-articles)
                   end-if
               end-perform
           end-if
           goback.

       chercher-kit.
           set kit-trouve to false
           perform varying k from 1 by 1
                   until k > nb-lignes-kit or kit-trouve
               if tk-nbpiece(k) = kit-nbpiece
                   and tk-nbpers(k) = kit-nbpers
                   set kit-trouve to true
               end-if
           end-perform.

       end program pg-kit-menage.
