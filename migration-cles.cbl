       program-id. pg-migration-cles.

       file-control.
           select f-ancien assign 'cles-appart-old.dat'
           organization indexed
           access sequential
           record key CLcleO
           file status fs-ancien.

           select f-cles assign 'cles-appart.dat'
           organization indexed
           access dynamic
           record key CLcle
           file status fs-cles.

       data division.

       file section.
       fd f-ancien.
       1 cle-appartO.
           2 CLcleO.
               3 CLnumappartO pic 9999.
               3 CLjeuO pic 99.
           2 CLNbClesO pic 99.
           2 CLStatutO pic x.
           2 CLDetenteurO pic x(20).
           2 CLDatePretO pic 9(8).
           2 CLDateRetourPrevueO pic 9(8).

       fd f-cles.
           copy cle-appart.

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-cles pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'cles-appart.dat'.
       1 nom-ancien pic x(31) value 'cles-appart-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les enregistrements existants sont tous des jeux de cles
      * physiques (type J, sans reservation) ; les codes d'acces
      * sont ajoutes ensuite par pg-codes-acces.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               if fs-ancien = '00'
                   close f-ancien
               end-if
               display 'PG-MIGRATION-CLES - cles-appart-old.dat'
                   ' existe deja, migration refusee'
               display 'la copie de retour arriere serait ecrasee ;'
                   ' la supprimer avant de relancer'
               move 1 to return-code
               stop run
           end-if

           call 'CBL_COPY_FILE' using nom-courant nom-ancien end-call

           open input f-ancien
           if fs-ancien <> '00'
               display 'PG-MIGRATION-CLES - ouverture'
                   ' cles-appart-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               display 'le fichier est-il deja au nouveau format ?'
               move 1 to return-code
               stop run
           end-if

           open output f-cles
           if fs-cles <> '00'
               display 'PG-MIGRATION-CLES - ouverture cles-appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-cles
               move 1 to return-code
               stop run
           end-if

           read f-ancien next record at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               display 'PG-MIGRATION-CLES - lecture'
                   ' cles-appart-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               move 1 to return-code
               stop run
           end-if

           perform until fin-ancien
               initialize cle-appart
               move CLnumappartO to CLnumappart
               move CLjeuO to CLjeu
               move 0 to CLnumresa
               move 'J' to CLType
               move CLNbClesO to CLNbCles
               move CLStatutO to CLStatut
               move CLDetenteurO to CLDetenteur
               move CLDatePretO to CLDatePret
               move CLDateRetourPrevueO to CLDateRetourPrevue
               move spaces to CLCodeAcces
               move 0 to CLDateDebut
               move 0 to CLDateFin
               write cle-appart
               if fs-cles <> '00'
                   display 'PG-MIGRATION-CLES - ecriture'
                       ' cles-appart.dat impossible'
                   display 'code retour fichier : ' fs-cles
                   move 1 to return-code
                   stop run
               end-if
               compute tot-migres = tot-migres + 1
               read f-ancien next record at end
                   set fin-ancien to true
               end-read
               if fs-ancien <> '00' and fs-ancien <> '10'
                   display 'PG-MIGRATION-CLES - lecture'
                       ' cles-appart-old.dat impossible'
                   display 'code retour fichier : ' fs-ancien
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-ancien
           close f-cles

           display 'PG-MIGRATION-CLES - TOTAUX DE CONTROLE'
           display 'jeux migres       : ' tot-migres.

       end program pg-migration-cles.
