       1 livraison.
           2 LVDate pic 9(8).
           2 filler pic x.
           2 LVHeure pic 9(6).
           2 filler pic x.
           2 LVEtat pic x(30).
           2 filler pic x.
           2 LVTypeDest pic x.
           2 filler pic x.
           2 LVDestinataire pic x(8).
           2 filler pic x.
           2 LVMode pic x.
           2 filler pic x.
           2 LVFichier pic x(80).
