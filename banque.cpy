           2 BCleRib pic xx.
           2 BIban pic x(34).
           2 BBic pic x(11).
           2 BStatut pic x.
