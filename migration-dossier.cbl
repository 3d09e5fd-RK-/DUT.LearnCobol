       program-id. pg-migration-dossier.

       file-control.
           select f-ancien assign 'dossiers-old.dat'
           organization indexed
           access sequential
           record key DOnumdossierO
           file status fs-ancien.

           select f-dossiers assign 'dossiers.dat'
           organization indexed
           access dynamic
           record key DOnumdossier
           file status fs-dossiers.

       data division.

       file section.
       fd f-ancien.
       1 dossierO.
           2 DOnumdossierO pic 9(6).
           2 DOclientO pic x(30).
           2 DOcontactO pic x(30).
           2 DOStatutO pic x.

       fd f-dossiers.
           copy dossier.

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-dossiers pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'dossiers.dat'.
       1 nom-ancien pic x(31) value 'dossiers-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les dossiers existants n'ont pas de plafond d'encours (0 =
      * pas de controle) ; le delai de paiement a 0 vaut 30 jours et
      * un depassement est seulement signale (blocage 'A'), tant que
      * les conditions ne sont pas saisies dans pg-dossiers. Le
      * SIREN/SIRET est a completer (voir pg-liste-siret).
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               if fs-ancien = '00'
                   close f-ancien
               end-if
               display 'PG-MIGRATION-DOSSIER - dossiers-old.dat'
                   ' existe deja, migration refusee'
               display 'la copie de retour arriere serait ecrasee ;'
                   ' la supprimer avant de relancer'
               move 1 to return-code
               stop run
           end-if

           call 'CBL_COPY_FILE' using nom-courant nom-ancien end-call

           open input f-ancien
           if fs-ancien <> '00'
               display 'PG-MIGRATION-DOSSIER - ouverture'
                   ' dossiers-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               display 'le fichier est-il deja au nouveau format ?'
               move 1 to return-code
               stop run
           end-if

           open output f-dossiers
           if fs-dossiers <> '00'
               display 'PG-MIGRATION-DOSSIER - ouverture dossiers.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-dossiers
               move 1 to return-code
               stop run
           end-if

           read f-ancien next record at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               display 'PG-MIGRATION-DOSSIER - lecture'
                   ' dossiers-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               move 1 to return-code
               stop run
           end-if

           perform until fin-ancien
               initialize dossier
               move DOnumdossierO to DOnumdossier
               move DOclientO to DOclient
               move DOcontactO to DOcontact
               move DOStatutO to DOStatut
               move 0 to DOPlafond
               move 0 to DODelaiPaiement
               move 'A' to DOBlocage
               move spaces to DOSiret
               write dossier
               if fs-dossiers <> '00'
                   display 'PG-MIGRATION-DOSSIER - ecriture'
                       ' dossiers.dat impossible'
                   display 'code retour fichier : ' fs-dossiers
                   move 1 to return-code
                   stop run
               end-if
               compute tot-migres = tot-migres + 1
               read f-ancien next record at end
                   set fin-ancien to true
               end-read
               if fs-ancien <> '00' and fs-ancien <> '10'
                   display 'PG-MIGRATION-DOSSIER - lecture'
                       ' dossiers-old.dat impossible'
                   display 'code retour fichier : ' fs-ancien
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-ancien
           close f-dossiers

           display 'PG-MIGRATION-DOSSIER - TOTAUX DE CONTROLE'
           display 'dossiers migres  : ' tot-migres.

       end program pg-migration-dossier.
