       1 dispo-nuit.
           2 DNcle.
               3 DNnumappart pic 9999.
               3 DNDate pic 9(8).
           2 DNEtat pic x.
           2 DNEtatResa pic x.
           2 DNnumresa pic 9(6).
           2 DNnumot pic 9(6).
