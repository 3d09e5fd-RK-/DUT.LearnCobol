           2 LPrenomLocO pic x(20).
           2 LTelLocO pic x(20).
           2 LVilleLocO pic x(20).
           2 LIncidentO pic x.

       fd f-locataire.
           copy locataire.
               move LPrenomLocO to LPrenomLoc
               move LTelLocO to LTelLoc
               move LVilleLocO to LVilleLoc
               move LIncidentO to LIncident
               move spaces to LEmailLoc
               move spaces to LMobileLoc
               move 'C' to LCanalLoc
               move 'FR' to LLangueLoc
               write locataire
               if fs-locataire <> '00'
                   display 'PG-MIGRATION-LOCATAIRE - ecriture'
