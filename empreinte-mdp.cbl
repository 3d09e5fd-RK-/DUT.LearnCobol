       program-id. pg-empreinte-mdp.

       data division.

       working-storage section.
       1 chaine.
           2 ch-code pic x(8).
           2 ch-mdp pic x(20).
           2 ch-sel pic 9(8).
       1 lg-chaine pic 99 value 36.
       1 h1 pic 9(18).
       1 h2 pic 9(18).
       1 tour pic 9(4).
       1 ix pic 99.
       1 nb-tours pic 9(4) value 500.

       linkage section.
       1 p-code pic x(8).
       1 p-mdp pic x(20).
       1 p-sel pic 9(8).
       1 p-empreinte pic 9(18).

      * Empreinte du mot de passe : le mot de passe n'est jamais
      * conserve en clair. Code operateur et sel (tire a chaque
      * changement) entrent dans le calcul, deux operateurs au meme
      * mot de passe n'ont donc pas la meme empreinte ; les tours
      * repetes ralentissent un essai systematique sur le fichier.
       procedure division using p-code p-mdp p-sel p-empreinte.
           move p-code to ch-code
           move p-mdp to ch-mdp
           move p-sel to ch-sel
           move 5381 to h1
           move 52711 to h2

           perform varying tour from 1 by 1 until tour > nb-tours
               perform varying ix from 1 by 1 until ix > lg-chaine
                   compute h1 = function mod(h1 * 131
                       + function ord(chaine(ix:1)) + tour, 999999937)
                   compute h2 = function mod(h2 * 257
                       + function ord(chaine(ix:1)) * ix
                       + h1, 999999929)
               end-perform
           end-perform

           compute p-empreinte = h1 * 1000000000 + h2
           goback.

       end program pg-empreinte-mdp.
