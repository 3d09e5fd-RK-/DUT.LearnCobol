       1 document-appart.
           2 DCcle.
               3 DCnumappart pic 9999.
               3 DCType pic x(4).
           2 DCReference pic x(20).
           2 DCDateEmission pic 9(8).
           2 DCDateExpiration pic 9(8).
           2 DCObligatoire pic x.
