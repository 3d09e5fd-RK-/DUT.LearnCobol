       program-id. pg-migration-mandat.

       file-control.
           select f-ancien assign 'mandats-old.dat'
           organization indexed
           access sequential
           record key MDnumpropO
           file status fs-ancien.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access dynamic
           record key MDnumprop
           file status fs-mandats.

       data division.

       file section.
       fd f-ancien.
       1 mandatO.
           2 MDnumpropO pic 9999.
           2 MDTauxCommissionO pic 99v99.
           2 MDDateDebutO pic 9(8).
           2 MDDateFinO pic 9(8).

       fd f-mandats.
           copy mandat.

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-mandats pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'mandats.dat'.
       1 nom-ancien pic x(31) value 'mandats-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les mandats existants n'ont pas de fonds de reserve : cible
      * et taux de constitution a 0, rien n'est retenu tant que le
      * mandat n'est pas complete dans pg-maj-mandats. De meme, sans
      * seuil d'accord travaux (0), aucun devis n'attend l'accord du
      * proprietaire.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               if fs-ancien = '00'
                   close f-ancien
               end-if
               display 'PG-MIGRATION-MANDAT - mandats-old.dat'
                   ' existe deja, migration refusee'
               display 'la copie de retour arriere serait ecrasee ;'
                   ' la supprimer avant de relancer'
               move 1 to return-code
               stop run
           end-if

           call 'CBL_COPY_FILE' using nom-courant nom-ancien end-call

           open input f-ancien
           if fs-ancien <> '00'
               display 'PG-MIGRATION-MANDAT - ouverture'
                   ' mandats-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               display 'le fichier est-il deja au nouveau format ?'
               move 1 to return-code
               stop run
           end-if

           open output f-mandats
           if fs-mandats <> '00'
               display 'PG-MIGRATION-MANDAT - ouverture mandats.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-mandats
               move 1 to return-code
               stop run
           end-if

           read f-ancien next record at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               display 'PG-MIGRATION-MANDAT - lecture'
                   ' mandats-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               move 1 to return-code
               stop run
           end-if

           perform until fin-ancien
               initialize mandat
               move MDnumpropO to MDnumprop
               move MDTauxCommissionO to MDTauxCommission
               move MDDateDebutO to MDDateDebut
               move MDDateFinO to MDDateFin
               move 0 to MDReserveCible
               move 0 to MDTauxReserve
               move 0 to MDSeuilAccordTravaux
               write mandat
               if fs-mandats <> '00'
                   display 'PG-MIGRATION-MANDAT - ecriture'
                       ' mandats.dat impossible'
                   display 'code retour fichier : ' fs-mandats
                   move 1 to return-code
                   stop run
               end-if
               compute tot-migres = tot-migres + 1
               read f-ancien next record at end
                   set fin-ancien to true
               end-read
               if fs-ancien <> '00' and fs-ancien <> '10'
                   display 'PG-MIGRATION-MANDAT - lecture'
                       ' mandats-old.dat impossible'
                   display 'code retour fichier : ' fs-ancien
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-ancien
           close f-mandats

           display 'PG-MIGRATION-MANDAT - TOTAUX DE CONTROLE'
           display 'mandats migres   : ' tot-migres.

       end program pg-migration-mandat.
