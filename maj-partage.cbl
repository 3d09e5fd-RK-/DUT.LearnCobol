       program-id. pg-maj-partage.

       file-control.
           select f-partages assign 'partage-commission.dat'
           organization record sequential
           file status fs-partages.

       data division.

       file section.
       fd f-partages.
           copy partage-commission.

       working-storage section.
       1 fs-partages pic xx.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 v-fin-partages pic x value 'N'.
           88 fin-partages value 'O' false 'N'.
       1 nl pic 99 value 6.
       1 tot-lignes pic 9(3) value 0.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Partage de commission entre agences'.
       1 a-plg-entete.
           2 line 4 col 3 'Vendeuse  Gestionnaire  Part vendeuse (%)'.
       1 a-plg-ligne.
           2 a-vente line nl col 3 pic x(8) from PTAgenceVente.
           2 a-prop line nl col 14 pic x(8) from PTAgenceProp.
           2 a-taux line nl col 28 pic 99.99 from PTTauxVendeur.
       1 a-plg-aide.
           2 line 16 col 3 'Agence a blanc : toutes les agences.'.
       1 s-plg-saisie.
           2 line 18 col 3 'Agence vendeuse     : '.
           2 s-vente line 18 col 25 pic x(8) to PTAgenceVente.
           2 line 19 col 3 'Agence gestionnaire : '.
           2 s-prop line 19 col 25 pic x(8) to PTAgenceProp.
           2 line 20 col 3 'Part vendeuse (%)   : '.
           2 s-taux line 20 col 25 pic 99.99 to PTTauxVendeur
               required.
       1 s-plg-encore.
           2 line 22 col 3 'Saisir une autre regle (O/N) : '.
           2 s-encore pic x to v-encore required.

       procedure division.
           display a-plg-titre

           open input f-partages
           if fs-partages = '00'
               display a-plg-entete
               perform until fin-partages
                   read f-partages
                       at end set fin-partages to true
                       not at end
                           compute tot-lignes = tot-lignes + 1
                           if nl < 16
                               display a-plg-ligne
                               compute nl = nl + 1
                           end-if
                   end-read
               end-perform
               close f-partages
           end-if

           open extend f-partages
           if fs-partages = '35'
               open output f-partages
           end-if
           if fs-partages <> '00'
               display 'PG-MAJ-PARTAGE - ouverture'
                   ' partage-commission.dat impossible'
               display 'code retour fichier : ' fs-partages
               move 1 to return-code
               stop run
           end-if

           display a-plg-aide
           move 'O' to v-encore
           perform until not saisir-encore
               move spaces to PTAgenceVente
               move spaces to PTAgenceProp
               display s-plg-saisie
               accept s-plg-saisie
               write partage-commission
               if fs-partages <> '00'
                   display 'PG-MAJ-PARTAGE - ecriture'
                       ' partage-commission.dat impossible'
                   display 'code retour fichier : ' fs-partages
                   move 1 to return-code
                   stop run
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-partages.

       end program pg-maj-partage.
