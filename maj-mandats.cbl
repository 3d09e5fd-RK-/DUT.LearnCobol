           2 a-debut line 10 col 8 pic 9(8) from MDDateDebut.
           2 line 10 col 17 'au'.
           2 a-fin line 10 col 20 pic 9(8) from MDDateFin.
           2 line 10 col 30 'Reserve : '.
           2 a-cible line 10 col 40 pic z(6)9.99 from MDReserveCible.
           2 line 10 col 51 'a'.
           2 a-taux-res line 10 col 53 pic 99.99 from MDTauxReserve.
           2 line 10 col 59 '%'.
           2 line 11 col 5 'Accord travaux au-dela de '.
           2 a-seuil line 11 col 31 pic z(6)9.99
               from MDSeuilAccordTravaux.
       1 a-plg-aucun-mandat.
           2 line 8 col 3 'Aucun mandat enregistre.'.
       1 s-plg-saisie.
               required.
           2 line 14 col 3 'Fin   (AAAAMMJJ)      : '.
           2 s-fin line 14 col 27 pic 9(8) to MDDateFin required.
           2 line 15 col 3 'Reserve cible (EUR)   : '.
           2 s-cible line 15 col 27 pic 9(7).99 from MDReserveCible
               to MDReserveCible.
           2 line 16 col 3 'Retenue reserve (%)   : '.
           2 s-taux-res line 16 col 27 pic 99.99 from MDTauxReserve
               to MDTauxReserve.
           2 line 16 col 34 '(0 = taux par defaut)'.
           2 line 17 col 3 'Seuil accord travaux  : '.
           2 s-seuil line 17 col 27 pic 9(7).99
               from MDSeuilAccordTravaux to MDSeuilAccordTravaux.
           2 line 17 col 39 '(0 = pas d''accord prealable)'.
       1 a-plg-dates-inversees.
           2 line 19 col 3 'Date de fin avant la date de debut.'.
       1 a-plg-confirm.
           2 line 19 col 3 'Mandat enregistre.'.

       procedure division.
           display a-plg-titre

           move numprop-saisi to MDnumprop
           read f-mandats key is MDnumprop
               invalid key
                   move 0 to MDReserveCible
                   move 0 to MDTauxReserve
                   move 0 to MDSeuilAccordTravaux
               not invalid key set mandat-trouve to true
           end-read
           if mandat-trouve
