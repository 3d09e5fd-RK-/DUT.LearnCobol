       program-id. pg-maj-personnel.

       file-control.
           select f-personnel assign 'personnel-menage.dat'
           organization indexed
           access dynamic
           record key PNcode
           file status fs-personnel.

           select f-fournisseurs assign 'fournisseurs.dat'
           organization indexed
           access random
           record key FOnumfour
           file status fs-fournisseurs.

       data division.

       file section.
       fd f-personnel.
           copy personnel-menage.

       fd f-fournisseurs.
           copy fournisseur.

       working-storage section.
       1 fs-personnel pic xx.
       1 fs-fournisseurs pic xx.
       1 code-saisi pic 9(4).
       1 v-trouve pic x.
           88 personnel-trouve value 'O' false 'N'.
       1 v-four-trouve pic x.
           88 fournisseur-trouve value 'O' false 'N'.
       1 v-saisie-valide pic x.
           88 saisie-valide value 'O' false 'N'.
       1 j pic 9.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Personnel de menage'.
       1 s-plg-code.
           2 line 4 col 3 'Code intervenant : '.
           2 s-code pic 9(4) to code-saisi required.
       1 s-plg-saisie.
           2 line 6 col 3 'Nom                          : '.
           2 s-nom line 6 col 34 pic x(20) from PNNom to PNNom.
           2 line 7 col 3 'I)nterne ou S)ous-traitant   : '.
           2 s-type line 7 col 34 pic x from PNType to PNType
               required.
           2 line 8 col 3 'Fournisseur (sous-traitant)  : '.
           2 s-numfour line 8 col 34 pic 9999 from PNnumfour
               to PNnumfour.
           2 line 9 col 3 'Ville de rattachement        : '.
           2 s-ville line 9 col 34 pic x(20) from PNVille to PNVille.
           2 line 10 col 3 'Jours travailles (LMMJVSD O/N) : '.
           2 s-jours line 10 col 36 pic x(7) from PNJours to PNJours
               required.
           2 line 11 col 3 'Menages par jour             : '.
           2 s-capacite line 11 col 34 pic 99 from PNCapacite
               to PNCapacite required.
           2 line 12 col 3 'A)ctif ou R)etire            : '.
           2 s-statut line 12 col 34 pic x from PNStatut to PNStatut
               required.
       1 a-plg-invalide.
           2 line 14 col 3
               'Saisie invalide : type, fournisseur, jours ou statut.'.
       1 a-plg-confirm.
           2 line 14 col 3
               'Intervenant enregistre.                              '.

      * Intervenants du menage : salaries de l'agence (I) ou
      * sous-traitants (S) pris dans fournisseurs.dat, avec leur
      * ville, leurs jours de travail (lundi a dimanche) et le nombre
      * de menages par jour. pg-affectation-menage leur repartit les
      * taches de pg-menage.
       procedure division.
           open i-o f-personnel
           if fs-personnel = '35'
               open output f-personnel
               close f-personnel
               open i-o f-personnel
           end-if
           if fs-personnel <> '00'
               display 'PG-MAJ-PERSONNEL - ouverture'
                   ' personnel-menage.dat impossible'
               display 'code retour fichier : ' fs-personnel
               move 1 to return-code
               stop run
           end-if

           open input f-fournisseurs
           if fs-fournisseurs <> '00' and fs-fournisseurs <> '35'
               display 'PG-MAJ-PERSONNEL - ouverture'
                   ' fournisseurs.dat impossible'
               display 'code retour fichier : ' fs-fournisseurs
               move 1 to return-code
               stop run
           end-if

           display a-plg-titre
           display s-plg-code
           accept s-plg-code

           set personnel-trouve to false
           move code-saisi to PNcode
           read f-personnel key is PNcode
               invalid key continue
               not invalid key set personnel-trouve to true
           end-read
           if not personnel-trouve
               initialize personnel-menage
               move code-saisi to PNcode
               move 'I' to PNType
               move 'OOOOONN' to PNJours
               move 4 to PNCapacite
               move 'A' to PNStatut
           end-if

           set saisie-valide to false
           perform until saisie-valide
               display s-plg-saisie
               accept s-plg-saisie
               perform controler-saisie
               if not saisie-valide
                   display a-plg-invalide
               end-if
           end-perform

           move code-saisi to PNcode
           if personnel-trouve
               rewrite personnel-menage
           else
               write personnel-menage
           end-if
           if fs-personnel <> '00'
               display 'PG-MAJ-PERSONNEL - ecriture'
                   ' personnel-menage.dat impossible'
               display 'code retour fichier : ' fs-personnel
               move 1 to return-code
               stop run
           end-if
           display a-plg-confirm

           close f-personnel
           if fs-fournisseurs = '00'
               close f-fournisseurs
           end-if
           goback.

      * Un sous-traitant reprend a defaut le nom et la ville de sa
      * fiche fournisseur.
       controler-saisie.
           set saisie-valide to true
           move function upper-case(PNType) to PNType
           move function upper-case(PNJours) to PNJours
           move function upper-case(PNStatut) to PNStatut
           if PNType <> 'I' and PNType <> 'S'
               set saisie-valide to false
           end-if
           if PNStatut <> 'A' and PNStatut <> 'R'
               set saisie-valide to false
           end-if
           perform varying j from 1 by 1 until j > 7
               if PNJours(j:1) <> 'O' and PNJours(j:1) <> 'N'
                   set saisie-valide to false
               end-if
           end-perform
           if PNType = 'S'
               set fournisseur-trouve to false
               if fs-fournisseurs = '00'
                   move PNnumfour to FOnumfour
                   read f-fournisseurs key is FOnumfour
                       invalid key continue
                       not invalid key set fournisseur-trouve to true
                   end-read
               end-if
               if not fournisseur-trouve
                   set saisie-valide to false
               else
                   if PNNom = spaces
                       move FOnom to PNNom
                   end-if
                   if PNVille = spaces
                       move FOville to PNVille
                   end-if
               end-if
           else
               move 0 to PNnumfour
           end-if
           if PNNom = spaces
               set saisie-valide to false
           end-if.

       end program pg-maj-personnel.
