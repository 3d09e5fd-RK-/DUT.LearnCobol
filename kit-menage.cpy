       1 kit-menage.
           2 KMcle.
               3 KMnbpiece pic 99.
               3 KMNbPers pic 99.
               3 KMcode pic x(6).
           2 KMQuantite pic 9(3).
