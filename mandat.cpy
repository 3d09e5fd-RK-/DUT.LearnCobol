           2 MDTauxCommission pic 99v99.
           2 MDDateDebut pic 9(8).
           2 MDDateFin pic 9(8).
           2 MDReserveCible pic 9(7)v99.
           2 MDTauxReserve pic 99v99.
           2 MDSeuilAccordTravaux pic 9(7)v99.
