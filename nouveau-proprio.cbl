       1 v-abandon pic x.
           88 saisie-abandonnee value 'O' 'o'.
       1 version-proprio-courante pic 99 value 4.
       1 version-appart-courante pic 99 value 4.
       1 fonction-maj pic x value 'M'.
       1 operateur-courant pic x(8).
       1 v-saisir-rib pic x.
           2 s-vue line 10 col 25 pic x(20) to Avue.
           2 line 11 col 3 'Ville             : '.
           2 s-ville4 line 11 col 25 pic x(20) to AVille.
           2 line 12 col 3 'No enregistrement : '.
           2 s-enreg line 12 col 25 pic x(13) from ANumEnregistrement
               to ANumEnregistrement.
           2 line 13 col 3 'Resid. principale : '.
           2 s-resid line 13 col 25 pic x from AResidencePrincipale
               to AResidencePrincipale.
           2 line 13 col 27 '(O/N)'.
       1 a-plg-appart-confirm.
           2 line 14 col 3 'Appartement cree, numero : '.
           2 a-numappart line 14 col 31 pic 9999 from Anumappart.
           2 line 22 col 3 'Ville hors referentiel villes.dat.'.
       1 a-plg-vue-invalide.
           2 line 22 col 3 'Vue hors referentiel vues.dat.'.
       1 a-plg-resid-invalide.
           2 line 22 col 3 'Residence principale : O ou N.'.
       1 s-plg-abandon.
           2 line 23 col 3 'Abandonner la saisie (O/N) : '.
           2 s-abandon pic x to v-abandon required.
               or saisie-abandonnee
               set saisie-valide to false
               move 'N' to v-abandon
               move spaces to ANumEnregistrement
               move 'N' to AResidencePrincipale
               perform until saisie-valide or saisie-abandonnee
                   display s-plg-appart
                   accept s-plg-appart
                   set saisie-valide to true
                   move function upper-case(AResidencePrincipale)
                       to AResidencePrincipale
                   if AResidencePrincipale <> 'O'
                       and AResidencePrincipale <> 'N'
                       display a-plg-resid-invalide
                       set saisie-valide to false
                   end-if
                   if saisie-valide and AVille <> spaces
                       call 'pg-ref-codes' using type-ville AVille
                           valeur-canonique v-code-valide end-call
                       if v-code-valide = 'O'
