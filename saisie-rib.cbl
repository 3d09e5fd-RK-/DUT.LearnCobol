               end-if
               move iban-calcule to BIban
               move bic-saisi to BBic
      * Nouvelles coordonnees : un virement retourne en attente sera
      * represente au prochain passage de pg-virements.
               move space to BStatut
               if banque-trouvee
                   rewrite compte-bancaire
               else
