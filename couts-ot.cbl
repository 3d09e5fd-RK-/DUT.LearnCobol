           88 saisir-encore value 'O' 'o'.
       1 rang-suivant pic 99.
       1 total-ot pic 9(9)v99 value 0.
       1 devis-ot pic 9(7)v99.
       1 accord-ot pic x.

       screen section.
       1 a-plg-titre.
           2 a-numappart line 6 col 17 pic 9999 from OTnumappart.
           2 line 6 col 23 'Libelle : '.
           2 a-libelle line 6 col 33 pic x(40) from OTLibelle.
           2 line 7 col 3 'Devis       : '.
           2 a-devis line 7 col 17 pic z(6)9.99 from OTMontantDevis.
           2 line 7 col 30 'Accord proprio : '.
           2 a-accord line 7 col 47 pic x from OTAccord.
       1 a-plg-attente-accord.
           2 line 15 col 3 'OT sans accord du proprietaire :'.
           2 line 15 col 35 ' couts non rechargeables.'.
       1 a-plg-depassement.
           2 line 17 col 3 'Attention : couts superieurs au devis.'.
       1 s-plg-ligne.
           2 line 8 col 3 'Fournisseur (0 = agence) : '.
           2 s-numfour line 8 col 31 pic 9999 to COnumfour
               goback
           end-if
           display a-plg-ot
           move OTMontantDevis to devis-ot
           move OTAccord to accord-ot
           if accord-ot = 'E' or accord-ot = 'R'
               display a-plg-attente-accord
           end-if

           open input f-fournisseurs
           if fs-fournisseurs = '00'
           end-perform

           display a-plg-total
           if devis-ot > 0 and total-ot > devis-ot
               display a-plg-depassement
           end-if
           close f-couts
           if fournisseurs-dispo
               close f-fournisseurs
