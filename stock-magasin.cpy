       1 stock-magasin.
           2 SMcle.
               3 SMville pic x(20).
               3 SMcode pic x(6).
           2 SMQuantite pic s9(6).
           2 SMMinimum pic 9(6).
           2 SMDateMaj pic 9(8).
