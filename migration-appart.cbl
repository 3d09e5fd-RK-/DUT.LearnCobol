           2 AvueO pic x(20).
           2 AVilleO pic x(20).
           2 AdeviseO pic x(3).
           2 AStatutO pic x.
           2 AVersionO pic 99.

       fd f-appart.
           copy appartement.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'appart.dat'.
       1 nom-ancien pic x(31) value 'appart-old.dat'.
       1 version-appart-courante pic 99 value 4.
       1 tot-migres pic 9(6) value 0.

       procedure division.
               move AvueO to Avue
               move AVilleO to AVille
               move AdeviseO to Adevise
               move AStatutO to AStatut
               move spaces to ANumEnregistrement
               move 'N' to AResidencePrincipale
               move version-appart-courante to AVersion
               write appartement
               if fs-appart <> '00'
