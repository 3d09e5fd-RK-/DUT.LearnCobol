           88 fin-plans value 'O' false 'N'.
       1 tot-lus pic 9(4) value 0.
       1 tot-generes pic 9(4) value 0.
      * Recalcul de toutes les nuits de l'appartement dans l'index
      * des disponibilites (dates a zero).
       1 debut-recalcul pic 9(8) value 0.
       1 fin-recalcul pic 9(8) value 0.
       1 ecarts-dispo pic 9(5).
       1 ligne-tampon pic x(80).

       procedure division.
           move date-jour to OTDateOuverture
           move 0 to OTDateCloture
           move PElibelle to OTLibelle
      * Entretien programme au plan : prevu au mandat, pas de devis
      * soumis a l'accord du proprietaire.
           move 0 to OTnumfourDevis
           move 0 to OTMontantDevis
           move space to OTAccord
           move 0 to OTDateAccord
           move spaces to OTCanalAccord
           write ordre-travail
           if fs-ot <> '00'
               display 'PG-ENTRETIEN - ecriture ot.dat impossible'
               move 1 to return-code
               stop run
           end-if
           if OTBloquant = 'O'
               call 'pg-maj-dispo' using OTnumappart debut-recalcul
                   fin-recalcul ecarts-dispo
               end-call
           end-if
           compute prochain-numot = prochain-numot + 1
           compute tot-generes = tot-generes + 1

