       1 resiliation.
           2 MFnumprop pic 9999.
           2 MFDateFin pic 9(8).
           2 MFDateSaisie pic 9(8).
           2 MFOperateur pic x(8).
           2 MFStatut pic x.
           2 MFDateCloture pic 9(8).
           2 MFDateSolde pic 9(8).
           2 MFNetSolde pic 9(9)v99.
