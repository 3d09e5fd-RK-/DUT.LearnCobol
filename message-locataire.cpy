       1 message-locataire.
           2 MSnummsg pic 9(8).
           2 MSDateCreation pic 9(8).
           2 MSnumloc pic 9999.
           2 MSnumresa pic 9(6).
           2 MSCanal pic x.
           2 MSDestinataire pic x(50).
           2 MSModele pic x(8).
           2 MSReference pic x(14).
           2 MSTexte pic x(400).
           2 MSStatut pic x.
           2 MSDateStatut pic 9(8).
           2 MSMotif pic x(30).
