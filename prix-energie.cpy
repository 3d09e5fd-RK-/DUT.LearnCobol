       1 prix-energie.
           2 PEville pic x(20).
           2 PECompteur pic x.
           2 PEDateEffet pic 9(8).
           2 PEPrixUnitaire pic 9(3)v9(4).
           2 PECategorieTVA pic x(10).
