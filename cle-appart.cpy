           2 CLcle.
               3 CLnumappart pic 9999.
               3 CLjeu pic 99.
               3 CLnumresa pic 9(6).
           2 CLType pic x.
           2 CLNbCles pic 99.
           2 CLStatut pic x.
           2 CLDetenteur pic x(20).
           2 CLDatePret pic 9(8).
           2 CLDateRetourPrevue pic 9(8).
           2 CLCodeAcces pic x(6).
           2 CLDateDebut pic 9(8).
           2 CLDateFin pic 9(8).
