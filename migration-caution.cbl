           2 CAStatutO pic x.
           2 CADateRecueO pic 9(8).
           2 CADateRendueO pic 9(8).
           2 CAMontantRetenuO pic 9(7)v99.

       fd f-cautions.
           copy caution.
               move CAStatutO to CAStatut
               move CADateRecueO to CADateRecue
               move CADateRendueO to CADateRendue
               move CAMontantRetenuO to CAMontantRetenu
               move 0 to CADateRembourse
               write caution
               if fs-cautions <> '00'
                   display 'PG-MIGRATION-CAUTION - ecriture'
