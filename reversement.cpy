           2 RVCommission pic 9(9)v99.
           2 RVRetenue pic 9(9)v99.
           2 RVNet pic 9(9)v99.
           2 RVNumHonoraire pic 9(6).
           2 RVStatutVirement pic x.
           2 RVReserve pic 9(9)v99.
