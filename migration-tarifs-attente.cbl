       program-id. pg-migration-tarifs-attente.

       file-control.
           select f-ancien assign 'tarifs-attente-old.dat'
           organization record sequential
           file status fs-ancien.

           select f-attente assign 'tarifs-attente.dat'
           organization record sequential
           file status fs-attente.

       data division.

       file section.
       fd f-ancien.
       1 attente-recO.
           2 ta-numappartO pic 9999.
           2 ta-ancien-tarifhtO pic 9999.
           2 ta-nouveau-tarifhtO pic 9999.
           2 ta-ancien-tarifbsO pic 9999.
           2 ta-nouveau-tarifbsO pic 9999.
           2 ta-villeO pic x(20).

       fd f-attente.
       1 attente-rec.
           2 ta-numappart pic 9999.
           2 ta-ancien-tarifht pic 9999.
           2 ta-nouveau-tarifht pic 9999.
           2 ta-ancien-tarifbs pic 9999.
           2 ta-nouveau-tarifbs pic 9999.
           2 ta-ville pic x(20).
           2 ta-type pic x.
           2 ta-date-nuit pic 9(8).
           2 ta-ancien-prix pic 9999.
           2 ta-nouveau-prix pic 9999.
           2 ta-motif pic x(10).

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-attente pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'tarifs-attente.dat'.
       1 nom-ancien pic x(31) value 'tarifs-attente-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les propositions en attente ne portaient que les tarifs de
      * base HT/BS de l'appartement : elles deviennent des
      * propositions de type B, sans nuit, prix a la nuit ni motif,
      * comme celles saisies par pg-maj-tarifs.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               if fs-ancien = '00'
                   close f-ancien
               end-if
               display 'PG-MIGRATION-TARIFS-ATTENTE -'
                   ' tarifs-attente-old.dat existe deja,'
                   ' migration refusee'
               display 'la copie de retour arriere serait ecrasee ;'
                   ' la supprimer avant de relancer'
               move 1 to return-code
               stop run
           end-if

           call 'CBL_COPY_FILE' using nom-courant nom-ancien end-call

           open input f-ancien
           if fs-ancien <> '00'
               display 'PG-MIGRATION-TARIFS-ATTENTE - ouverture'
                   ' tarifs-attente-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               display 'le fichier est-il deja au nouveau format ?'
               move 1 to return-code
               stop run
           end-if

           open output f-attente
           if fs-attente <> '00'
               display 'PG-MIGRATION-TARIFS-ATTENTE - ouverture'
                   ' tarifs-attente.dat impossible'
               display 'code retour fichier : ' fs-attente
               move 1 to return-code
               stop run
           end-if

           read f-ancien at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               display 'PG-MIGRATION-TARIFS-ATTENTE - lecture'
                   ' tarifs-attente-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               move 1 to return-code
               stop run
           end-if

           perform until fin-ancien
               initialize attente-rec
               move ta-numappartO to ta-numappart
               move ta-ancien-tarifhtO to ta-ancien-tarifht
               move ta-nouveau-tarifhtO to ta-nouveau-tarifht
               move ta-ancien-tarifbsO to ta-ancien-tarifbs
               move ta-nouveau-tarifbsO to ta-nouveau-tarifbs
               move ta-villeO to ta-ville
               move 'B' to ta-type
               move 0 to ta-date-nuit
               move 0 to ta-ancien-prix
               move 0 to ta-nouveau-prix
               move spaces to ta-motif
               write attente-rec
               if fs-attente <> '00'
                   display 'PG-MIGRATION-TARIFS-ATTENTE - ecriture'
                       ' tarifs-attente.dat impossible'
                   display 'code retour fichier : ' fs-attente
                   move 1 to return-code
                   stop run
               end-if
               compute tot-migres = tot-migres + 1
               read f-ancien at end set fin-ancien to true
               end-read
               if fs-ancien <> '00' and fs-ancien <> '10'
                   display 'PG-MIGRATION-TARIFS-ATTENTE - lecture'
                       ' tarifs-attente-old.dat impossible'
                   display 'code retour fichier : ' fs-ancien
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-ancien
           close f-attente

           display 'PG-MIGRATION-TARIFS-ATTENTE - TOTAUX DE CONTROLE'
           display 'propositions migrees : ' tot-migres.

       end program pg-migration-tarifs-attente.
