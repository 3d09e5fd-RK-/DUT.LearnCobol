       1 indice-loyer.
           2 IRTrimestre pic 9(5).
           2 IRValeur pic 9(3)v99.
           2 IRDatePublication pic 9(8).
