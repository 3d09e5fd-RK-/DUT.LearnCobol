           record key CAnumresa
           file status fs-cautions.

           select f-bons assign 'bons-cadeaux.dat'
           organization indexed
           access sequential
           record key BCnumbon
           file status fs-bons.

           select f-impression assign 'rapprochement.lst'
           organization line sequential
           file status fs-impression.
       fd f-cautions.
           copy caution.

       fd f-bons.
           copy bon-cadeau.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 fs-paiements pic xx.
       1 fs-caisse pic xx.
       1 fs-cautions pic xx.
       1 fs-bons pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 periode-demandee pic 9(6).
           end-if
           end-if

      * Les bons cadeaux vendus en especes sont des recettes de
      * caisse comme les reglements.
           set fin-fichier to false
           open input f-bons
           if fs-bons = '00'
               perform until fin-fichier
                   read f-bons next record
                       at end set fin-fichier to true
                       not at end
                           if BCModeVente = 'E'
                               and BCDateVente(1:6) = periode-demandee
                               perform chercher-jour-bon
                           end-if
                   end-read
               end-perform
               close f-bons
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RAPPROCHEMENT - ouverture'
               move 'N' to tj-caisse-vue(nb-jours)
           end-if.

       chercher-jour-bon.
           set jour-trouve to false
           perform varying jx from 1 by 1
               until jx > nb-jours or jour-trouve
               if tj-date(jx) = BCDateVente
                   set jour-trouve to true
                   compute tj-especes(jx) = tj-especes(jx)
                       + BCMontant
               end-if
           end-perform
           if not jour-trouve and nb-jours < 400
               compute nb-jours = nb-jours + 1
               move BCDateVente to tj-date(nb-jours)
               move BCMontant to tj-especes(nb-jours)
               move 0 to tj-caisse(nb-jours)
               move 'N' to tj-caisse-vue(nb-jours)
           end-if.

       chercher-jour-caisse.
           set caisse-vue to false
           perform varying t from 1 by 1
