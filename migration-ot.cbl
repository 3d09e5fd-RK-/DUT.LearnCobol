       program-id. pg-migration-ot.

       file-control.
           select f-ancien assign 'ot-old.dat'
           organization indexed
           access sequential
           record key OTnumotO
           alternate key OTnumappartO with duplicates
           file status fs-ancien.

           select f-ot assign 'ot.dat'
           organization indexed
           access dynamic
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

       data division.

       file section.
       fd f-ancien.
       1 ordre-travailO.
           2 OTnumotO pic 9(6).
           2 OTnumappartO pic 9999.
           2 OTStatutO pic x.
           2 OTBloquantO pic x.
           2 OTDateOuvertureO pic 9(8).
           2 OTDateClotureO pic 9(8).
           2 OTLibelleO pic x(40).

       fd f-ot.
           copy ordre-travail.

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-ot pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'ot.dat'.
       1 nom-ancien pic x(31) value 'ot-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les ordres existants n'ont pas de devis : ils ne sont pas
      * soumis a l'accord du proprietaire (OTAccord a blanc) et
      * restent rechargeables comme avant.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               if fs-ancien = '00'
                   close f-ancien
               end-if
               display 'PG-MIGRATION-OT - ot-old.dat'
                   ' existe deja, migration refusee'
               display 'la copie de retour arriere serait ecrasee ;'
                   ' la supprimer avant de relancer'
               move 1 to return-code
               stop run
           end-if

           call 'CBL_COPY_FILE' using nom-courant nom-ancien end-call

           open input f-ancien
           if fs-ancien <> '00'
               display 'PG-MIGRATION-OT - ouverture'
                   ' ot-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               display 'le fichier est-il deja au nouveau format ?'
               move 1 to return-code
               stop run
           end-if

           open output f-ot
           if fs-ot <> '00'
               display 'PG-MIGRATION-OT - ouverture ot.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-ot
               move 1 to return-code
               stop run
           end-if

           read f-ancien next record at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               display 'PG-MIGRATION-OT - lecture'
                   ' ot-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               move 1 to return-code
               stop run
           end-if

           perform until fin-ancien
               initialize ordre-travail
               move OTnumotO to OTnumot
               move OTnumappartO to OTnumappart
               move OTStatutO to OTStatut
               move OTBloquantO to OTBloquant
               move OTDateOuvertureO to OTDateOuverture
               move OTDateClotureO to OTDateCloture
               move OTLibelleO to OTLibelle
               move 0 to OTnumfourDevis
               move 0 to OTMontantDevis
               move space to OTAccord
               move 0 to OTDateAccord
               move spaces to OTCanalAccord
               write ordre-travail
               if fs-ot <> '00'
                   display 'PG-MIGRATION-OT - ecriture'
                       ' ot.dat impossible'
                   display 'code retour fichier : ' fs-ot
                   move 1 to return-code
                   stop run
               end-if
               compute tot-migres = tot-migres + 1
               read f-ancien next record at end
                   set fin-ancien to true
               end-read
               if fs-ancien <> '00' and fs-ancien <> '10'
                   display 'PG-MIGRATION-OT - lecture'
                       ' ot-old.dat impossible'
                   display 'code retour fichier : ' fs-ancien
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-ancien
           close f-ot

           display 'PG-MIGRATION-OT - TOTAUX DE CONTROLE'
           display 'ordres migres    : ' tot-migres.

       end program pg-migration-ot.
