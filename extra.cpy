       1 extra.
           2 EXcode pic x(6).
           2 EXlibelle pic x(20).
           2 EXPrixHT pic 9(5)v99.
           2 EXCategorieTVA pic x(10).
           2 EXUnite pic x.
           2 EXStock pic 999.
           2 EXVille pic x(20).
           2 EXStatut pic x.
