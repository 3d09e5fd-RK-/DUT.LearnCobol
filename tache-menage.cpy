           2 TMnumresa pic 9(6).
           2 TMUrgent pic x.
           2 TMStatut pic x.
           2 TMnumpersonnel pic 9(4).
           2 TMDureePrevue pic 9(3).
