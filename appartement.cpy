           2 AVille pic x(20).
           2 Adevise pic x(3).
           2 AStatut pic x.
           2 ANumEnregistrement pic x(13).
           2 AResidencePrincipale pic x.
           2 AVersion pic 99.
