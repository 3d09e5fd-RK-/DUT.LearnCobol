       1 approbation.
           2 APcle.
               3 APPeriode pic 9(6).
               3 APnumprop pic 9999.
           2 APMontant pic 9(9)v99.
           2 APStatut pic x.
           2 APOperateurPaie pic x(8).
           2 APDateLot pic 9(8).
           2 APHeureLot pic 9(8).
           2 APOperateur pic x(8).
           2 APDate pic 9(8).
           2 APHeure pic 9(8).
