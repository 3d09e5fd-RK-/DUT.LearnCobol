       1 utilisation-bon.
           2 UBnumbon pic 9(6).
           2 UBDate pic 9(8).
           2 UBMontant pic 9(7)v99.
           2 UBNumFact pic 9(6).
           2 UBNumResa pic 9(6).
