       1 distribution-etat.
           2 DIcle.
               3 DIEtat pic x(30).
               3 DITypeDest pic x.
               3 DIDestinataire pic x(8).
           2 DIMode pic x.
           2 DIDecoupage pic x.
           2 DIMarque pic x(30).
           2 DIColonne pic 999.
