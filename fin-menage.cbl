       program-id. pg-fin-menage.

       file-control.
           select f-taches assign 'menage.dat'
           organization indexed
           access random
           record key TMcle
           file status fs-taches.

       data division.

       file section.
       fd f-taches.
           copy tache-menage.

       working-storage section.
       1 fs-taches pic xx.
       1 date-jour pic 9(8).
       1 numappart-saisi pic 9999.
       1 date-saisie pic 9(8).
       1 v-trouve pic x.
           88 tache-trouvee value 'O' false 'N'.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Menages effectues'.
       1 s-plg-tache.
           2 line 4 col 3 'Numero d''appartement      : '.
           2 s-numappart line 4 col 31 pic 9999 to numappart-saisi
               required.
           2 line 5 col 3 'Date du menage (AAAAMMJJ) : '.
           2 s-date line 5 col 31 pic 9(8) from date-saisie
               to date-saisie.
       1 a-plg-inconnue.
           2 line 7 col 3 'Aucune tache de menage a cette date.    '.
       1 a-plg-deja-faite.
           2 line 7 col 3 'Menage deja declare effectue.           '.
       1 a-plg-confirm.
           2 line 7 col 3 'Menage effectue, linge sorti cette nuit.'.
       1 s-plg-encore.
           2 line 9 col 3 'Declarer un autre menage (O/N) : '.
           2 s-encore pic x to v-encore required.

      * Declaration des menages effectues : la tache planifiee par
      * pg-menage passe de P (planifiee) a F (faite). La nuit,
      * pg-sorties-linge deduit le kit standard de l'appartement du
      * stock du magasin et passe la tache a S (stock sorti).
       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre

           open i-o f-taches
           if fs-taches <> '00'
               display 'PG-FIN-MENAGE - ouverture menage.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if

           move 'O' to v-encore
           perform until not saisir-encore
               move date-jour to date-saisie
               display s-plg-tache
               accept s-plg-tache
               move numappart-saisi to TMnumappart
               move date-saisie to TMDate
               read f-taches key is TMcle
                   invalid key set tache-trouvee to false
                   not invalid key set tache-trouvee to true
               end-read
               if not tache-trouvee
                   display a-plg-inconnue
               else
                   if TMStatut <> 'P'
                       display a-plg-deja-faite
                   else
                       move 'F' to TMStatut
                       rewrite tache-menage
                       if fs-taches <> '00'
                           display 'PG-FIN-MENAGE - ecriture'
                               ' menage.dat impossible'
                           display 'code retour fichier : ' fs-taches
                           move 1 to return-code
                           stop run
                       end-if
                       display a-plg-confirm
                   end-if
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-taches
           goback.

       end program pg-fin-menage.
