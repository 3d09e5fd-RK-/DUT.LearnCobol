       1 utilisation-promo.
           2 UPcle.
               3 UPorigine pic x.
               3 UPnumero pic 9(6).
           2 UPcode pic x(8).
           2 UPDateUtilisation pic 9(8).
           2 UPNbNuits pic 9(3).
           2 UPMontantBrut pic 9(7)v99.
           2 UPRemiseHT pic 9(7)v99.
           2 UPnumfact pic 9(6).
