       1 consommable.
           2 CScode pic x(6).
           2 CSLibelle pic x(20).
           2 CSUnite pic x(10).
