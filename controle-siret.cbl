       program-id. pg-controle-siret.

       environment division.
       configuration section.
       repository.
           function valide-luhn.

       data division.

       working-storage section.
       1 luhn-chaine pic x(20).
       1 luhn-resultat pic x.
       1 somme-chiffres pic 9(3).
       1 i pic 99.

       linkage section.
       1 p-siret pic x(14).
       1 p-valide pic x.

      * Identifiant d'entreprise : SIREN seul (9 chiffres) ou SIRET
      * (SIREN + NIC, 14 chiffres). Le SIREN porte une cle de Luhn,
      * le SIRET complet aussi, sauf les etablissements de La Poste
      * (SIREN 356000000) dont la somme des chiffres est multiple
      * de 5. p-valide rend 'O' ou 'N'.
       procedure division using p-siret p-valide.
           move 'N' to p-valide
           if p-siret(1:9) is not numeric
               goback
           end-if
           if p-siret(10:5) <> spaces
               and p-siret(10:5) is not numeric
               goback
           end-if

           move spaces to luhn-chaine
           move p-siret(1:9) to luhn-chaine(1:9)
           move function valide-luhn(luhn-chaine) to luhn-resultat
           if luhn-resultat = 'N'
               goback
           end-if
           if p-siret(10:5) = spaces
               move 'O' to p-valide
               goback
           end-if

           if p-siret(1:9) = '356000000'
               move 0 to somme-chiffres
               perform varying i from 1 by 1 until i > 14
                   compute somme-chiffres = somme-chiffres
                       + function numval(p-siret(i:1))
               end-perform
               if function mod(somme-chiffres, 5) = 0
                   move 'O' to p-valide
               end-if
               goback
           end-if

           move spaces to luhn-chaine
           move p-siret to luhn-chaine(1:14)
           move function valide-luhn(luhn-chaine) to luhn-resultat
           move luhn-resultat to p-valide
           goback.

       end program pg-controle-siret.
