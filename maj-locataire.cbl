           88 fin-locataire value 'O' false 'N'.
       1 v-doublon pic x.
           88 doublon-trouve value 'O' false 'N'.
       1 enreg-saisi pic x(158).

       screen section.
       1 a-plg-titre.
           2 s-tel line 9 col 15 pic x(20) to LTelLoc required.
           2 line 10 col 3 'Incident (O/N) : '.
           2 s-incident line 10 col 20 pic x to LIncident.
           2 line 11 col 3 'E-mail    : '.
           2 s-email line 11 col 15 pic x(50) to LEmailLoc.
           2 line 12 col 3 'Mobile    : '.
           2 s-mobile line 12 col 15 pic x(20) to LMobileLoc.
           2 line 13 col 3 'Envoi C)ourrier E)-mail S)MS : '.
           2 s-canal line 13 col 34 pic x to LCanalLoc.
           2 line 14 col 3 'Langue FR EN DE IT : '.
           2 s-langue line 14 col 24 pic xx to LLangueLoc.
       1 a-plg-doublon.
           2 line 16 col 3 'Meme telephone que le locataire : '.
           2 a-numdoublon line 16 col 37 pic 9999
               from numloc-doublon.
       1 a-plg-confirm.
           2 line 15 col 3 'Locataire cree, numero : '.
           2 a-numloc line 15 col 29 pic 9999 from Lnumloc.
       1 s-plg-numloc.
           2 line 6 col 3 'Numero du locataire : '.
           2 s-numloc pic 9999 to numloc-recherche required.
           2 line 19 col 3 'Incident  : '.
           2 s-incident2 line 19 col 15 pic x from LIncident
               to LIncident.
           2 line 20 col 3 'E-mail    : '.
           2 s-email2 line 20 col 15 pic x(50) from LEmailLoc
               to LEmailLoc.
           2 line 21 col 3 'Mobile    : '.
           2 s-mobile2 line 21 col 15 pic x(20) from LMobileLoc
               to LMobileLoc.
           2 line 22 col 3 'Envoi C)ourrier E)-mail S)MS : '.
           2 s-canal2 line 22 col 34 pic x from LCanalLoc
               to LCanalLoc.
           2 line 23 col 3 'Langue FR EN DE IT : '.
           2 s-langue2 line 23 col 24 pic xx from LLangueLoc
               to LLangueLoc.
       1 a-plg-nontrouve.
           2 line 8 col 1 'Aucun locataire avec ce numero.'.

               if LIncident <> 'O' and LIncident <> 'o'
                   move 'N' to LIncident
               end-if
               perform controler-canal
               perform controler-langue
               perform controler-doublon
               if doublon-trouve
                   display a-plg-doublon
                   display a-plg-actuel
                   display s-plg-maj
                   accept s-plg-maj
                   perform controler-canal
                   perform controler-langue
                   rewrite locataire
                   if fs-locataire <> '00'
                       display 'PG-MAJ-LOCATAIRE - reecriture'
           close f-locataire
           goback.

      * Canal des confirmations, relances et consignes d'arrivee
      * (pg-ecrire-message) : le courrier reste la regle par defaut.
       controler-canal.
           move function upper-case(LCanalLoc) to LCanalLoc
           if LCanalLoc <> 'E' and LCanalLoc <> 'S'
               move 'C' to LCanalLoc
           end-if.

      * Langue des confirmations, factures et relances
      * (pg-texte-document) : francais a defaut.
       controler-langue.
           move function upper-case(LLangueLoc) to LLangueLoc
           if LLangueLoc <> 'EN' and LLangueLoc <> 'DE'
               and LLangueLoc <> 'IT'
               move 'FR' to LLangueLoc
           end-if.

       controler-doublon.
           set doublon-trouve to false
           set fin-locataire to false
