       program-id. pg-maj-promotions.

       file-control.
           select f-promotions assign 'promotions.dat'
           organization indexed
           access dynamic
           record key PMcode
           file status fs-promotions.

       data division.

       file section.
       fd f-promotions.
           copy promotion.

       working-storage section.
       1 fs-promotions pic xx.
       1 code-saisi pic x(8).
       1 v-promo-trouvee pic x value 'N'.
           88 promo-trouvee value 'O' false 'N'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Codes promotion'.
       1 s-plg-code.
           2 line 4 col 3 'Code promotion : '.
           2 s-code line 4 col 20 pic x(8) to code-saisi required.
       1 a-plg-nouveau.
           2 line 6 col 3 'Nouvelle campagne.'.
       1 a-plg-existant.
           2 line 6 col 3 'Campagne existante, modification.'.
       1 s-plg-saisie.
           2 line 8 col 3 'Libelle               : '.
           2 s-libelle line 8 col 27 pic x(30) from PMlibelle
               to PMlibelle required.
           2 line 9 col 3 'Reservation du / au   : '.
           2 s-resa-debut line 9 col 27 pic 9(8) from PMResaDebut
               to PMResaDebut.
           2 s-resa-fin line 9 col 37 pic 9(8) from PMResaFin
               to PMResaFin.
           2 line 10 col 3 'Sejour du / au        : '.
           2 s-sejour-debut line 10 col 27 pic 9(8)
               from PMSejourDebut to PMSejourDebut.
           2 s-sejour-fin line 10 col 37 pic 9(8) from PMSejourFin
               to PMSejourFin.
           2 line 10 col 47 '(0 = sans borne)'.
           2 line 11 col 3 'Ville                 : '.
           2 s-ville line 11 col 27 pic x(20) from PMVille
               to PMVille.
           2 line 11 col 49 '(vide = toutes)'.
           2 line 12 col 3 'Appartements          : '.
           2 s-appart1 line 12 col 27 pic 9999 from PMAppart(1)
               to PMAppart(1).
           2 s-appart2 line 12 col 32 pic 9999 from PMAppart(2)
               to PMAppart(2).
           2 s-appart3 line 12 col 37 pic 9999 from PMAppart(3)
               to PMAppart(3).
           2 s-appart4 line 12 col 42 pic 9999 from PMAppart(4)
               to PMAppart(4).
           2 s-appart5 line 12 col 47 pic 9999 from PMAppart(5)
               to PMAppart(5).
           2 line 12 col 53 '(0 = tous)'.
           2 line 13 col 3 'P)ourcent M)ontant N)uits : '.
           2 s-type line 13 col 31 pic x from PMType to PMType
               required.
           2 line 14 col 3 'Valeur                : '.
           2 s-valeur line 14 col 27 pic 9(5).99 from PMValeur
               to PMValeur.
           2 line 15 col 3 'Nuits minimum         : '.
           2 s-nuits-min line 15 col 27 pic 99 from PMNuitsMin
               to PMNuitsMin.
           2 line 16 col 3 'Plafond utilisations  : '.
           2 s-plafond line 16 col 27 pic 9(5) from PMPlafond
               to PMPlafond.
           2 line 16 col 34 '(0 = sans limite)'.
           2 line 17 col 3 'A)ctif I)nactif       : '.
           2 s-statut line 17 col 27 pic x from PMStatut
               to PMStatut required.
       1 a-plg-utilisations.
           2 line 18 col 3 'Utilisations          : '.
           2 a-nb line 18 col 27 pic z(4)9 from PMNbUtilisations.
       1 a-plg-type-invalide.
           2 line 20 col 3
               'Type invalide : P)ourcent, M)ontant ou N)uits.'.
       1 a-plg-pourcent-invalide.
           2 line 20 col 3 'Un pourcentage ne peut depasser 100.'.
       1 a-plg-confirm.
           2 line 20 col 3 'Campagne enregistree.'.

      * Campagnes commerciales : remise en pourcentage du sejour,
      * montant fixe HT, ou nuits offertes (valeur = nombre de nuits,
      * au prix moyen de la nuit). Le code vaut pour les reservations
      * prises et les sejours compris dans les periodes indiquees,
      * dans la ville et sur les appartements listes. Le compteur
      * d'utilisations est tenu par les reservations.
       procedure division.
           display a-plg-titre
           display s-plg-code
           accept s-plg-code

           open i-o f-promotions
           if fs-promotions = '35'
               open output f-promotions
               close f-promotions
               open i-o f-promotions
           end-if
           if fs-promotions <> '00'
               display 'PG-MAJ-PROMOTIONS - ouverture promotions.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-promotions
               move 1 to return-code
               stop run
           end-if

           move function upper-case(code-saisi) to code-saisi
           move code-saisi to PMcode
           read f-promotions key is PMcode
               invalid key
                   move spaces to PMlibelle
                   move 0 to PMResaDebut
                   move 0 to PMResaFin
                   move 0 to PMSejourDebut
                   move 0 to PMSejourFin
                   move spaces to PMVille
                   move 0 to PMAppart(1) PMAppart(2) PMAppart(3)
                       PMAppart(4) PMAppart(5)
                   move 'P' to PMType
                   move 0 to PMValeur
                   move 0 to PMNuitsMin
                   move 0 to PMPlafond
                   move 0 to PMNbUtilisations
                   move 'A' to PMStatut
               not invalid key set promo-trouvee to true
           end-read
           if promo-trouvee
               display a-plg-existant
           else
               display a-plg-nouveau
           end-if

           display s-plg-saisie
           display a-plg-utilisations
           accept s-plg-saisie
           move function upper-case(PMType) to PMType
           move function upper-case(PMStatut) to PMStatut
           if PMType <> 'P' and PMType <> 'M' and PMType <> 'N'
               display a-plg-type-invalide
               close f-promotions
               goback
           end-if
           if PMType = 'P' and PMValeur > 100
               display a-plg-pourcent-invalide
               close f-promotions
               goback
           end-if
           if PMStatut <> 'I'
               move 'A' to PMStatut
           end-if

           move code-saisi to PMcode
           if promo-trouvee
               rewrite promotion
           else
               write promotion
           end-if
           if fs-promotions <> '00'
               display 'PG-MAJ-PROMOTIONS - mise a jour promotions.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-promotions
               move 1 to return-code
               stop run
           end-if
           display a-plg-confirm

           close f-promotions
           goback.

       end program pg-maj-promotions.
