       1 honoraire.
           2 HOnumfact pic 9(6).
           2 HOnumprop pic 9999.
           2 HOPeriode pic 9(6).
           2 HODateFacture pic 9(8).
           2 HOTauxCommission pic 99v99.
           2 HOMontantHT pic 9(9)v99.
           2 HOTauxTVA pic 99v99.
           2 HOMontantTVA pic 9(9)v99.
           2 HOMontantTTC pic 9(9)v99.
