       1 ecriture-compta.
           2 EGcle.
               3 EGperiode pic 9(6).
               3 EGorigine pic x.
               3 EGrang pic 9(6).
           2 EGjournal pic xx.
           2 EGdate pic 9(8).
           2 EGcompte pic x(8).
           2 EGlibelle pic x(30).
           2 EGdebit pic 9(9)v99.
           2 EGcredit pic 9(9)v99.
           2 EGpiece pic x.
           2 EGref pic 9(6).
