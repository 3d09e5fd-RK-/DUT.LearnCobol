               move 'R' to CAStatut
               move date-jour to CADateRecue
               move 0 to CADateRendue
               move 0 to CADateRembourse
               move 0 to CAMontantRetenu
               write caution
               if fs-cautions <> '00'
