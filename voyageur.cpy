       1 voyageur.
           2 VYcle.
               3 VYnumresa pic 9(6).
               3 VYrang pic 99.
           2 VYNom pic x(20).
           2 VYPrenom pic x(20).
           2 VYNationalite pic x(3).
           2 VYDateNaissance pic 9(8).
           2 VYLieuNaissance pic x(30).
           2 VYDomicile pic x(40).
           2 VYTypePiece pic x.
           2 VYNumPiece pic x(20).
           2 VYDateArrivee pic 9(8).
           2 VYDateDepart pic 9(8).
           2 VYDateSaisie pic 9(8).
