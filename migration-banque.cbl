           2 BCodeGuichetO pic x(5).
           2 BNumCompteO pic x(11).
           2 BCleRibO pic xx.
           2 BIbanO pic x(34).
           2 BBicO pic x(11).

       fd f-banque.
           copy banque.
       1 nom-courant pic x(31) value 'banque.dat'.
       1 nom-ancien pic x(31) value 'banque-old.dat'.
       1 tot-migres pic 9(6) value 0.

       procedure division.
           open input f-ancien
               move BCodeGuichetO to BCodeGuichet
               move BNumCompteO to BNumCompte
               move BCleRibO to BCleRib
               move BIbanO to BIban
               move BBicO to BBic
               move space to BStatut
               write compte-bancaire
               if fs-banque <> '00'
                   display 'PG-MIGRATION-BANQUE - ecriture'
           close f-banque

           display 'PG-MIGRATION-BANQUE - TOTAUX DE CONTROLE'
           display 'comptes migres   : ' tot-migres.

       end program pg-migration-banque.
