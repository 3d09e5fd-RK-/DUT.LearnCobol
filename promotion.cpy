       1 promotion.
           2 PMcode pic x(8).
           2 PMlibelle pic x(30).
           2 PMResaDebut pic 9(8).
           2 PMResaFin pic 9(8).
           2 PMSejourDebut pic 9(8).
           2 PMSejourFin pic 9(8).
           2 PMVille pic x(20).
           2 PMAppart pic 9999 occurs 5 times.
           2 PMType pic x.
           2 PMValeur pic 9(5)v99.
           2 PMNuitsMin pic 99.
           2 PMPlafond pic 9(5).
           2 PMNbUtilisations pic 9(5).
           2 PMStatut pic x.
