           2 ta-ancien-tarifbs pic 9999.
           2 ta-nouveau-tarifbs pic 9999.
           2 ta-ville pic x(20).
           2 ta-type pic x.
           2 ta-date-nuit pic 9(8).
           2 ta-ancien-prix pic 9999.
           2 ta-nouveau-prix pic 9999.
           2 ta-motif pic x(10).

       fd f-appart.
           copy appartement.
               read f-attente
                   at end set fin-fichier to true
                   not at end
                       if nb-propositions < 2000 and ta-type <> 'D'
                           compute nb-propositions =
                               nb-propositions + 1
                           move ta-numappart
