       1 releve-compteur.
           2 RCcle.
               3 RCnumresa pic 9(6).
               3 RCCompteur pic x.
               3 RCDate pic 9(8).
           2 RCnumappart pic 9999.
           2 RCType pic x.
           2 RCIndex pic 9(8).
           2 RCFacture pic x.
