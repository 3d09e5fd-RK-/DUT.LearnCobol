           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-bornes assign 'bornes-tarif.dat'
           organization indexed
           access random
           record key BTnumappart
           file status fs-bornes.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-bornes.
           copy borne-tarif.

       working-storage section.
       1 fs-grille pic xx.
       1 fs-appart pic xx.
       1 fs-bornes pic xx.
       1 v-bornes-trouvees pic x.
           88 bornes-trouvees value 'O' false 'N'.
       1 v-bornes pic x.
           88 modifier-bornes value 'O' 'o'.
       1 plancher-saisi pic 9999.
       1 plafond-saisi pic 9999.
       1 numappart-saisi pic 9999.
       1 v-trouve pic x value 'N'.
           88 appart-trouve value 'O' false 'N'.
       1 s-plg-encore.
           2 line 17 col 3 'Saisir une autre saison (O/N) : '.
           2 s-encore pic x to v-encore required.
       1 a-plg-bornes.
           2 line 19 col 3 'Bornes des suggestions : plancher'.
           2 a-plancher line 19 col 37 pic 9999 from BTPrixPlancher.
           2 line 19 col 42 'plafond'.
           2 a-plafond line 19 col 50 pic 9999 from BTPrixPlafond.
       1 s-plg-modif-bornes.
           2 line 20 col 3 'Modifier les bornes (O/N) : '.
           2 s-modif-bornes pic x to v-bornes required.
       1 s-plg-bornes.
           2 line 21 col 3 'Prix plancher : '.
           2 s-plancher line 21 col 19 pic 9999 to plancher-saisi
               required.
           2 line 21 col 25 'Prix plafond : '.
           2 s-plafond line 21 col 40 pic 9999 to plafond-saisi
               required.
       1 a-plg-bornes-invalides.
           2 line 22 col 3 'Plancher superieur au plafond,'.
           2 line 22 col 34 'bornes inchangees.'.

       procedure division.
           display a-plg-titre
               accept s-encore
           end-perform

           close f-grille

           perform saisir-bornes
           goback.

      * Bornes dans lesquelles pg-suggestion-tarifs propose ses prix
      * a la nuit ; sans bornes (ou a zero) l'appartement n'a pas de
      * suggestion.
       saisir-bornes.
           open i-o f-bornes
           if fs-bornes = '35'
               open output f-bornes
               close f-bornes
               open i-o f-bornes
           end-if
           if fs-bornes <> '00'
               display 'PG-MAJ-GRILLE - ouverture bornes-tarif.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-bornes
               move 1 to return-code
               stop run
           end-if
           move numappart-saisi to BTnumappart
           read f-bornes key is BTnumappart
               invalid key
                   set bornes-trouvees to false
                   move 0 to BTPrixPlancher
                   move 0 to BTPrixPlafond
               not invalid key set bornes-trouvees to true
           end-read
           display a-plg-bornes
           display s-plg-modif-bornes
           accept s-plg-modif-bornes
           if modifier-bornes
               display s-plg-bornes
               accept s-plg-bornes
               if plancher-saisi > plafond-saisi
                   display a-plg-bornes-invalides
               else
                   move numappart-saisi to BTnumappart
                   move plancher-saisi to BTPrixPlancher
                   move plafond-saisi to BTPrixPlafond
                   if bornes-trouvees
                       rewrite borne-tarif
                   else
                       write borne-tarif
                   end-if
                   if fs-bornes <> '00'
                       display 'PG-MAJ-GRILLE - mise a jour'
                           ' bornes-tarif.dat impossible'
                       display 'code retour fichier : ' fs-bornes
                       move 1 to return-code
                       stop run
                   end-if
               end-if
           end-if
           close f-bornes.

       end program pg-maj-grille.
