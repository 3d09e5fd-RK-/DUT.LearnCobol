           2 PaiDateO pic 9(8).
           2 PaiMontantO pic 9(7)v99.
           2 PaiModeO pic x.
           2 PaiNumResaO pic 9(6).

       fd f-paiements.
           copy paiement.
       1 nom-ancien pic x(31) value 'paiements-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Aucun paiement existant n'a ete rembourse : la date de
      * remboursement est a 0.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               move PaiDateO to PaiDate
               move PaiMontantO to PaiMontant
               move PaiModeO to PaiMode
               move PaiNumResaO to PaiNumResa
               move 0 to PaiDateRembourse
               write paiement
               if fs-paiements <> '00'
                   display 'PG-MIGRATION-PAIEMENT - ecriture'
