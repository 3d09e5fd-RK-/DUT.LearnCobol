       program-id. pg-taux-partage.

       file-control.
           select f-partages assign 'partage-commission.dat'
           organization record sequential
           file status fs-partages.

       data division.

       file section.
       fd f-partages.
           copy partage-commission.

       working-storage section.
       1 fs-partages pic xx.
       1 v-charge pic x value 'N'.
           88 table-chargee value 'O' false 'N'.
       1 v-fin-partages pic x value 'N'.
           88 fin-partages value 'O' false 'N'.
      * Part de l'agence vendeuse quand aucune regle ne s'applique.
       1 taux-defaut pic 99v99 value 50.
       1 nb-partages pic 9(3) value 0.
       1 tbl-partages occurs 200 times.
           2 tpt-vente pic x(8).
           2 tpt-prop pic x(8).
           2 tpt-taux pic 99v99.
       1 px pic 9(3).
       1 score pic 9.
       1 meilleur-score pic 9.

       linkage section.
       1 p-agence-vente pic x(8).
       1 p-agence-prop pic x(8).
       1 p-taux-vendeur pic 99v99.

      * Part de la commission agence revenant a l'agence qui a vendu
      * le sejour quand l'appartement est gere par une autre agence.
      * Une regle a blanc sur une agence vaut pour toutes ; la regle
      * la plus precise l'emporte (couple, puis vendeuse, puis
      * gestionnaire, puis regle generale).
       procedure division using p-agence-vente p-agence-prop
           p-taux-vendeur.
           if not table-chargee
               perform charger-partages
           end-if
           move taux-defaut to p-taux-vendeur
           move 0 to meilleur-score
           perform varying px from 1 by 1 until px > nb-partages
               move 0 to score
               if tpt-vente(px) = p-agence-vente
                   and tpt-prop(px) = p-agence-prop
                   move 4 to score
               end-if
               if tpt-vente(px) = p-agence-vente
                   and tpt-prop(px) = spaces
                   move 3 to score
               end-if
               if tpt-vente(px) = spaces
                   and tpt-prop(px) = p-agence-prop
                   move 2 to score
               end-if
               if tpt-vente(px) = spaces and tpt-prop(px) = spaces
                   move 1 to score
               end-if
               if score > meilleur-score
                   move score to meilleur-score
                   move tpt-taux(px) to p-taux-vendeur
               end-if
           end-perform
           goback.

       charger-partages.
           set table-chargee to true
           open input f-partages
           if fs-partages = '00'
               perform until fin-partages
                   read f-partages
                       at end set fin-partages to true
                       not at end
                           if nb-partages < 200
                               compute nb-partages = nb-partages + 1
                               move PTAgenceVente
                                   to tpt-vente(nb-partages)
                               move PTAgenceProp
                                   to tpt-prop(nb-partages)
                               move PTTauxVendeur
                                   to tpt-taux(nb-partages)
                           end-if
                   end-read
               end-perform
               close f-partages
           end-if.

       end program pg-taux-partage.
