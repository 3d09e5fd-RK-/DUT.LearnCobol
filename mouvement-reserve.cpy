       1 mouvement-reserve.
           2 MRcle.
               3 MRnumprop pic 9999.
               3 MRrang pic 9(5).
           2 MRDate pic 9(8).
           2 MRPeriode pic 9(6).
           2 MRType pic x.
           2 MRMontant pic 9(9)v99.
           2 MRSolde pic 9(9)v99.
           2 MRReference pic x(20).
