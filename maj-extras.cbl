       program-id. pg-maj-extras.

       file-control.
           select f-extras assign 'extras.dat'
           organization indexed
           access dynamic
           record key EXcode
           file status fs-extras.

       data division.

       file section.
       fd f-extras.
           copy extra.

       working-storage section.
       1 fs-extras pic xx.
       1 code-saisi pic x(6).
       1 v-extra-trouve pic x value 'N'.
           88 extra-trouve value 'O' false 'N'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Catalogue des extras'.
       1 s-plg-code.
           2 line 4 col 3 'Code de l''extra : '.
           2 s-code line 4 col 21 pic x(6) to code-saisi required.
       1 a-plg-nouveau.
           2 line 6 col 3 'Nouvel extra.'.
       1 a-plg-existant.
           2 line 6 col 3 'Extra existant, modification.'.
       1 s-plg-saisie.
           2 line 8 col 3 'Libelle               : '.
           2 s-libelle line 8 col 27 pic x(20) from EXlibelle
               to EXlibelle required.
           2 line 9 col 3 'Prix HT               : '.
           2 s-prix line 9 col 27 pic 9(5).99 from EXPrixHT
               to EXPrixHT.
           2 line 10 col 3 'Categorie TVA         : '.
           2 s-categorie line 10 col 27 pic x(10)
               from EXCategorieTVA to EXCategorieTVA required.
           2 line 11 col 3 'S)ejour N)uit P)ers.  : '.
           2 s-unite line 11 col 27 pic x from EXUnite to EXUnite
               required.
           2 line 12 col 3 'Stock                 : '.
           2 s-stock line 12 col 27 pic 999 from EXStock to EXStock.
           2 line 12 col 34 '(0 = sans limite)'.
           2 line 13 col 3 'Ville                 : '.
           2 s-ville line 13 col 27 pic x(20) from EXVille to EXVille.
           2 line 13 col 49 '(vide = toutes)'.
           2 line 14 col 3 'A)ctif I)nactif       : '.
           2 s-statut line 14 col 27 pic x from EXStatut
               to EXStatut required.
       1 a-plg-unite-invalide.
           2 line 16 col 3
               'Unite invalide : S)ejour, N)uit ou P)ersonne.'.
       1 a-plg-confirm.
           2 line 16 col 3 'Extra enregistre.'.

      * Prestations vendues avec un sejour (lit bebe, parking,
      * menage supplementaire...). Le prix HT s'entend par sejour,
      * par nuit ou par personne selon l'unite ; la categorie
      * renvoie a tva.dat. Un stock non nul limite le nombre
      * d'unites louees en meme temps, pour la ville indiquee.
       procedure division.
           display a-plg-titre
           display s-plg-code
           accept s-plg-code

           open i-o f-extras
           if fs-extras = '35'
               open output f-extras
               close f-extras
               open i-o f-extras
           end-if
           if fs-extras <> '00'
               display 'PG-MAJ-EXTRAS - ouverture extras.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-extras
               move 1 to return-code
               stop run
           end-if

           move function upper-case(code-saisi) to code-saisi
           move code-saisi to EXcode
           read f-extras key is EXcode
               invalid key
                   move spaces to EXlibelle
                   move 0 to EXPrixHT
                   move spaces to EXCategorieTVA
                   move 'S' to EXUnite
                   move 0 to EXStock
                   move spaces to EXVille
                   move 'A' to EXStatut
               not invalid key set extra-trouve to true
           end-read
           if extra-trouve
               display a-plg-existant
           else
               display a-plg-nouveau
           end-if

           display s-plg-saisie
           accept s-plg-saisie
           move function upper-case(EXUnite) to EXUnite
           move function upper-case(EXStatut) to EXStatut
           move function upper-case(EXCategorieTVA)
               to EXCategorieTVA
           if EXUnite <> 'S' and EXUnite <> 'N' and EXUnite <> 'P'
               display a-plg-unite-invalide
               close f-extras
               goback
           end-if
           if EXStatut <> 'I'
               move 'A' to EXStatut
           end-if

           move code-saisi to EXcode
           if extra-trouve
               rewrite extra
           else
               write extra
           end-if
           if fs-extras <> '00'
               display 'PG-MAJ-EXTRAS - mise a jour extras.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-extras
               move 1 to return-code
               stop run
           end-if
           display a-plg-confirm

           close f-extras
           goback.

       end program pg-maj-extras.
