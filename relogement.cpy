       1 relogement.
           2 RLcle.
               3 RLnumresa pic 9(6).
               3 RLrang pic 99.
           2 RLDate pic 9(8).
           2 RLAncienAppart pic 9999.
           2 RLNouvelAppart pic 9999.
           2 RLAncienProp pic 9999.
           2 RLNouveauProp pic 9999.
           2 RLMotif pic x(30).
           2 RLOperateur pic x(8).
           2 RLCompensation pic 9(7)v99.
           2 RLNumAvoir pic 9(6).
