           2 av-vue pic x(20).
           2 av-villeap pic x(20).
           2 av-statut pic x.
           2 av-enregistrement pic x(13).
           2 av-residence pic x.
       1 v-saisir-rib pic x.
           88 saisir-rib value 'O' 'o'.
       1 cle-journal-type pic x.
           2 a-ville2 line 16 col 15 pic x(20) from AVille.
           2 line 17 col 3 'Statut    : '.
           2 a-statut line 17 col 15 pic x from AStatut.
           2 line 11 col 40 'No enregistrement : '.
           2 a-enreg line 11 col 60 pic x(13) from ANumEnregistrement.
           2 line 12 col 40 'Resid. principale : '.
           2 a-resid line 12 col 60 pic x from AResidencePrincipale.
       1 s-plg-appart-maj.
           2 line 19 col 1 'Nouvelles valeurs :'.
           2 line 19 col 25 'Statut A)ctif T)ravaux R)etire : '.
           2 s-devise line 23 col 15 pic x(3) to Adevise.
           2 s-vue line 24 col 15 pic x(20) to Avue.
           2 s-ville3 line 25 col 15 pic x(20) to AVille.
           2 line 20 col 40 'No enregistrement : '.
           2 s-enreg line 20 col 60 pic x(13) from ANumEnregistrement
               to ANumEnregistrement.
           2 line 21 col 40 'Resid. principale : '.
           2 s-resid line 21 col 60 pic x from AResidencePrincipale
               to AResidencePrincipale.
           2 line 21 col 62 '(O/N)'.
       1 a-plg-appart-nontrouve.
           2 line 10 col 1 'Aucun appartement avec ce numero.'.
       1 a-plg-ville-invalide.
           2 line 26 col 3 'Statut invalide : A, T ou R.'.
       1 a-plg-vue-invalide.
           2 line 26 col 3 'Vue hors referentiel vues.dat.'.
       1 a-plg-resid-invalide.
           2 line 26 col 3 'Residence principale : O ou N.'.
       1 s-plg-rib.
           2 line 15 col 40 'Maj RIB (O/N) : '.
           2 s-saisir-rib line 15 col 57 pic x to v-saisir-rib
                   move Avue to av-vue
                   move AVille to av-villeap
                   move AStatut to av-statut
                   move ANumEnregistrement to av-enregistrement
                   move AResidencePrincipale to av-residence
                   display a-plg-appart-actuel
                   set saisie-valide to false
                   move 'N' to v-abandon
                           display a-plg-statut-invalide
                           set saisie-valide to false
                       end-if
                       move function upper-case(AResidencePrincipale)
                           to AResidencePrincipale
                       if saisie-valide
                           and AResidencePrincipale <> 'O'
                           and AResidencePrincipale <> 'N'
                           display a-plg-resid-invalide
                           set saisie-valide to false
                       end-if
                       if saisie-valide and AVille <> spaces
                           call 'pg-ref-codes' using type-ville
                               AVille valeur-canonique v-code-valide
                       move AStatut to nouveau-journal
                       perform ecrire-journal
                   end-if
                   if ANumEnregistrement <> av-enregistrement
                       move 'ENREGISTRE' to champ-journal
                       move av-enregistrement to ancien-journal
                       move ANumEnregistrement to nouveau-journal
                       perform ecrire-journal
                   end-if
                   if AResidencePrincipale <> av-residence
                       move 'RESIDENCE' to champ-journal
                       move av-residence to ancien-journal
                       move AResidencePrincipale to nouveau-journal
                       perform ecrire-journal
                   end-if
                   end-if
               else
                   display a-plg-appart-nontrouve
