           2 RVVilleO pic x(20).
           2 RVBrutO pic 9(9)v99.
           2 RVCommissionO pic 9(9)v99.
           2 RVRetenueO pic 9(9)v99.
           2 RVNetO pic 9(9)v99.

       fd f-reversements.
       1 nom-ancien pic x(31) value 'reversements-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les reversements existants ne portent ni facture d'honoraires
      * ni statut de virement, et rien n'a ete retenu pour le fonds
      * de reserve (RVReserve a 0).
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               move RVVilleO to RVVille
               move RVBrutO to RVBrut
               move RVCommissionO to RVCommission
               move RVRetenueO to RVRetenue
               move RVNetO to RVNet
               move 0 to RVNumHonoraire
               move space to RVStatutVirement
               move 0 to RVReserve
               write reversement
               if fs-reversements <> '00'
                   display 'PG-MIGRATION-REVERSEMENT - ecriture'
