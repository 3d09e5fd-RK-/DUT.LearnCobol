           2 OPAutMajO pic x.
           2 OPAutTarifsO pic x.
           2 OPAutPaieO pic x.
           2 OPAgenceO pic x(8).

       fd f-operateurs.
           copy operateur.
       1 nom-courant pic x(31) value 'operateurs.dat'.
       1 nom-ancien pic x(31) value 'operateurs-old.dat'.
       1 tot-migres pic 9(6) value 0.
       1 mdp-clair pic x(20).
       1 heure-jour pic 9(8).

      * Passage des mots de passe en clair a l'empreinte salee. Le
      * mot de passe actuel reste valable une fois, la date a zero
      * oblige chaque operateur a le changer a son prochain signon.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
           perform until fin-ancien
               initialize operateur
               move OPCodeO to OPCode
               move OPMotPasseO to mdp-clair
               accept heure-jour from time
               compute OPSel = function random(heure-jour + tot-migres)
                   * 99999999
               call 'pg-empreinte-mdp' using OPCode mdp-clair OPSel
                   OPEmpreinte end-call
               move OPNomO to OPNom
               move OPAutMajO to OPAutMaj
               move OPAutTarifsO to OPAutTarifs
               move OPAutPaieO to OPAutPaie
               move OPAgenceO to OPAgence
               move 0 to OPDateMdp
               move 0 to OPEchecs
               move 'N' to OPBloque
               move 0 to OPDateBlocage
               write operateur
               if fs-operateurs <> '00'
                   display 'PG-MIGRATION-OPERATEURS - ecriture'
