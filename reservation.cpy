           2 RLongSejour pic x.
           2 RFactureJusqua pic 9(8).
           2 RVersion pic 99.
           2 RAgenceVente pic x(8).
           2 RTrimestreIRL pic 9(5).
           2 RLoyerMensuel pic 9(7)v99.
           2 RLoyerPrecedent pic 9(7)v99.
           2 RDateRevision pic 9(8).
