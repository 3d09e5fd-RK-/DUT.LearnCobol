           2 RNbPersA pic 99.
           2 RTypeA pic x.
           2 RStatutA pic x.
           2 filler pic x(77).

       fd f-fact-arch.
       1 facture-arch.
           2 FMontantTTCA pic 9(7)v99.
           2 FMontantEURA pic 9(7)v99.
           2 FDeviseA pic x(3).
           2 filler pic x(48).

       working-storage section.
       1 fs-resa-arch pic xx.
