       program-id. pg-regle-mdp.

       data division.

       working-storage section.
       1 lg-mdp pic 99.
       1 lg-code pic 99.
       1 ix pic 99.
       1 nb-lettres pic 99.
       1 nb-chiffres pic 99.
       1 nb-code pic 99.
       1 mdp-maj pic x(20).
       1 code-maj pic x(8).
       1 lg-min pic 99 value 8.

       linkage section.
       1 p-code pic x(8).
       1 p-mdp pic x(20).
       1 p-motif pic x(40).

      * Regles du mot de passe operateur : 8 caracteres au moins,
      * au moins une lettre et un chiffre, sans blanc interne, et
      * ne contenant pas le code operateur. Motif a blanc si valide.
       procedure division using p-code p-mdp p-motif.
           move spaces to p-motif
           move 0 to lg-mdp nb-lettres nb-chiffres nb-code

           perform varying ix from 20 by -1
               until ix < 1 or lg-mdp > 0
               if p-mdp(ix:1) <> space
                   move ix to lg-mdp
               end-if
           end-perform

           if lg-mdp < lg-min
               move '8 caracteres au minimum' to p-motif
               goback
           end-if

           perform varying ix from 1 by 1 until ix > lg-mdp
               if p-mdp(ix:1) = space
                   move 'blanc interdit dans le mot de passe'
                       to p-motif
               else if p-mdp(ix:1) is alphabetic
                   compute nb-lettres = nb-lettres + 1
               else if p-mdp(ix:1) is numeric
                   compute nb-chiffres = nb-chiffres + 1
               end-if end-if end-if
           end-perform
           if p-motif <> spaces
               goback
           end-if
           if nb-lettres = 0 or nb-chiffres = 0
               move 'au moins une lettre et un chiffre' to p-motif
               goback
           end-if

           move function upper-case(p-mdp) to mdp-maj
           move function upper-case(p-code) to code-maj
           move 0 to lg-code
           perform varying ix from 8 by -1
               until ix < 1 or lg-code > 0
               if code-maj(ix:1) <> space
                   move ix to lg-code
               end-if
           end-perform
           if lg-code > 0
               inspect mdp-maj tallying nb-code
                   for all code-maj(1:lg-code)
               if nb-code > 0
                   move 'ne doit pas contenir le code operateur'
                       to p-motif
               end-if
           end-if
           goback.

       end program pg-regle-mdp.
