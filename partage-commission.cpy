       1 partage-commission.
           2 PTAgenceVente pic x(8).
           2 PTAgenceProp pic x(8).
           2 PTTauxVendeur pic 99v99.
