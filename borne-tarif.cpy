       1 borne-tarif.
           2 BTnumappart pic 9999.
           2 BTPrixPlancher pic 9999.
           2 BTPrixPlafond pic 9999.
