       program-id. pg-migration-menage.

       file-control.
           select f-ancien assign 'menage-old.dat'
           organization indexed
           access sequential
           record key TMcleO
           file status fs-ancien.

           select f-taches assign 'menage.dat'
           organization indexed
           access dynamic
           record key TMcle
           file status fs-taches.

       data division.

       file section.
       fd f-ancien.
       1 tache-menageO.
           2 TMcleO.
               3 TMnumappartO pic 9999.
               3 TMDateO pic 9(8).
           2 TMnumresaO pic 9(6).
           2 TMUrgentO pic x.
           2 TMStatutO pic x.

       fd f-taches.
           copy tache-menage.

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-taches pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'menage.dat'.
       1 nom-ancien pic x(31) value 'menage-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les taches existantes ne sont affectees a personne : la
      * prochaine affectation de nuit les reprend si elles sont
      * encore a faire.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               if fs-ancien = '00'
                   close f-ancien
               end-if
               display 'PG-MIGRATION-MENAGE - menage-old.dat'
                   ' existe deja, migration refusee'
               display 'la copie de retour arriere serait ecrasee ;'
                   ' la supprimer avant de relancer'
               move 1 to return-code
               stop run
           end-if

           call 'CBL_COPY_FILE' using nom-courant nom-ancien end-call

           open input f-ancien
           if fs-ancien <> '00'
               display 'PG-MIGRATION-MENAGE - ouverture'
                   ' menage-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               display 'le fichier est-il deja au nouveau format ?'
               move 1 to return-code
               stop run
           end-if

           open output f-taches
           if fs-taches <> '00'
               display 'PG-MIGRATION-MENAGE - ouverture menage.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if

           read f-ancien next record at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               display 'PG-MIGRATION-MENAGE - lecture'
                   ' menage-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               move 1 to return-code
               stop run
           end-if

           perform until fin-ancien
               initialize tache-menage
               move TMnumappartO to TMnumappart
               move TMDateO to TMDate
               move TMnumresaO to TMnumresa
               move TMUrgentO to TMUrgent
               move TMStatutO to TMStatut
               move 0 to TMnumpersonnel
               move 0 to TMDureePrevue
               write tache-menage
               if fs-taches <> '00'
                   display 'PG-MIGRATION-MENAGE - ecriture'
                       ' menage.dat impossible'
                   display 'code retour fichier : ' fs-taches
                   move 1 to return-code
                   stop run
               end-if
               compute tot-migres = tot-migres + 1
               read f-ancien next record at end
                   set fin-ancien to true
               end-read
               if fs-ancien <> '00' and fs-ancien <> '10'
                   display 'PG-MIGRATION-MENAGE - lecture'
                       ' menage-old.dat impossible'
                   display 'code retour fichier : ' fs-ancien
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-ancien
           close f-taches

           display 'PG-MIGRATION-MENAGE - TOTAUX DE CONTROLE'
           display 'taches migrees   : ' tot-migres.

       end program pg-migration-menage.
