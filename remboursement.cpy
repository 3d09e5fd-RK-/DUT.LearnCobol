       1 remboursement.
           2 RMcle.
               3 RMnumresa pic 9(6).
               3 RMrang pic 99.
           2 RMnumloc pic 9999.
           2 RMSource pic x.
           2 RMDate pic 9(8).
           2 RMMontant pic 9(7)v99.
           2 RMDevise pic x(3).
           2 RMMontantEUR pic 9(7)v99.
           2 RMnumprop pic 9999.
           2 RMIban pic x(34).
