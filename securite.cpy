       1 evenement-securite.
           2 ESDate pic 9(8).
           2 filler pic x.
           2 ESHeure pic 9(8).
           2 filler pic x.
           2 ESOperateur pic x(8).
           2 filler pic x.
           2 ESEvenement pic x(8).
           2 filler pic x.
           2 ESFonction pic x.
           2 filler pic x.
           2 ESAuteur pic x(8).
           2 filler pic x.
           2 ESDetail pic x(30).
