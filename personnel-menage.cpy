       1 personnel-menage.
           2 PNcode pic 9(4).
           2 PNNom pic x(20).
           2 PNType pic x.
           2 PNnumfour pic 9999.
           2 PNVille pic x(20).
           2 PNJours pic x(7).
           2 PNCapacite pic 99.
           2 PNStatut pic x.
