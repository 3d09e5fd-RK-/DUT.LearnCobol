           2 PaiMontant pic 9(7)v99.
           2 PaiMode pic x.
           2 PaiNumResa pic 9(6).
           2 PaiDateRembourse pic 9(8).
