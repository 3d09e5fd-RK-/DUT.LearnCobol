       1 mutation.
           2 MUcle.
               3 MUnumappart pic 9999.
               3 MUDateEffet pic 9(8).
           2 MUAncienProp pic 9999.
           2 MUNouveauProp pic 9999.
           2 MUDateSaisie pic 9(8).
           2 MUOperateur pic x(8).
