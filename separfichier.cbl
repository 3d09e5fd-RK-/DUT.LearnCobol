                   ==AVille== by ==AVilleX==
                   ==Adevise== by ==AdeviseX==
                   ==AStatut== by ==AStatutX==
                   ==ANumEnregistrement== by ==ANumEnregistrementX==
                   ==AResidencePrincipale==
                   by ==AResidencePrincipaleX==
                   ==AVersion== by ==AVersionX==.

       fd f-evenements.
       1 v-numa-fourni pic x value 'N'.
           88 numa-fourni value 'O' false 'N'.
       1 version-proprio-courante pic 99 value 4.
       1 version-appart-courante pic 99 value 4.
       1 v-mode-delta pic x value 'N'.
           88 mode-delta value 'O' false 'N'.
       1 type-cle-proprio pic x(8) value 'PROPRIO'.
                           move AVilleX to AVille
                           move AdeviseX to Adevise
                           move AStatutX to AStatut
                           move ANumEnregistrementX
                               to ANumEnregistrement
                           move AResidencePrincipaleX
                               to AResidencePrincipale
                           move version-appart-courante to AVersion
                           write appartement
                           if fs-appart <> '00'
                           move Ville(i) to AVille
                           move 'EUR' to Adevise
                           move 'A' to AStatut
                           move spaces to ANumEnregistrement
                           move 'N' to AResidencePrincipale
                           move version-appart-courante to AVersion
                           write appartement
                           if fs-appart <> '00'
