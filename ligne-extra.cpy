       1 ligne-extra.
           2 LXcle.
               3 LXorigine pic x.
               3 LXnumero pic 9(6).
               3 LXcode pic x(6).
           2 LXlibelle pic x(20).
           2 LXUnite pic x.
           2 LXQuantite pic 99.
           2 LXDateDebut pic 9(8).
           2 LXDateFin pic 9(8).
           2 LXPrixHT pic 9(5)v99.
           2 LXTauxTVA pic 99v99.
           2 LXMontantHT pic 9(7)v99.
           2 LXMontantTVA pic 9(7)v99.
           2 LXnumfact pic 9(6).
