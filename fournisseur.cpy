           2 FOtel pic x(20).
           2 FOville pic x(20).
           2 FOspecialite pic x(20).
           2 FOIban pic x(34).
           2 FOBic pic x(11).
           2 FOSiret pic x(14).
