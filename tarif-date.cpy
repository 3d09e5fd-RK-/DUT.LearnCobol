       1 tarif-date.
           2 TDcle.
               3 TDnumappart pic 9999.
               3 TDDate pic 9(8).
           2 TDPrixNuit pic 9999.
           2 TDDateMaj pic 9(8).
