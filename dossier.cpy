           2 DOclient pic x(30).
           2 DOcontact pic x(30).
           2 DOStatut pic x.
           2 DOPlafond pic 9(7)v99.
           2 DODelaiPaiement pic 999.
           2 DOBlocage pic x.
           2 DOSiret pic x(14).
