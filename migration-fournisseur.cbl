       program-id. pg-migration-fournisseur.

       file-control.
           select f-ancien assign 'fournisseurs-old.dat'
           organization indexed
           access sequential
           record key FOnumfourO
           file status fs-ancien.

           select f-fournisseurs assign 'fournisseurs.dat'
           organization indexed
           access dynamic
           record key FOnumfour
           file status fs-fournisseurs.

       data division.

       file section.
       fd f-ancien.
       1 fournisseurO.
           2 FOnumfourO pic 9999.
           2 FOnomO pic x(20).
           2 FOtelO pic x(20).
           2 FOvilleO pic x(20).
           2 FOspecialiteO pic x(20).

       fd f-fournisseurs.
           copy fournisseur.

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-fournisseurs pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'fournisseurs.dat'.
       1 nom-ancien pic x(31) value 'fournisseurs-old.dat'.
       1 tot-migres pic 9(6) value 0.

      * Les coordonnees bancaires des fournisseurs sont saisies
      * ensuite dans pg-maj-fournisseurs ; d'ici la, leurs factures
      * restent hors du fichier de paiement. Le SIREN/SIRET est
      * lui aussi a completer (voir pg-liste-siret).
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               if fs-ancien = '00'
                   close f-ancien
               end-if
               display 'PG-MIGRATION-FOURNISSEUR -'
                   ' fournisseurs-old.dat existe deja,'
                   ' migration refusee'
               display 'la copie de retour arriere serait ecrasee ;'
                   ' la supprimer avant de relancer'
               move 1 to return-code
               stop run
           end-if

           call 'CBL_COPY_FILE' using nom-courant nom-ancien end-call

           open input f-ancien
           if fs-ancien <> '00'
               display 'PG-MIGRATION-FOURNISSEUR - ouverture'
                   ' fournisseurs-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               display 'le fichier est-il deja au nouveau format ?'
               move 1 to return-code
               stop run
           end-if

           open output f-fournisseurs
           if fs-fournisseurs <> '00'
               display 'PG-MIGRATION-FOURNISSEUR - ouverture'
                   ' fournisseurs.dat impossible'
               display 'code retour fichier : ' fs-fournisseurs
               move 1 to return-code
               stop run
           end-if

           read f-ancien next record at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               display 'PG-MIGRATION-FOURNISSEUR - lecture'
                   ' fournisseurs-old.dat impossible'
               display 'code retour fichier : ' fs-ancien
               move 1 to return-code
               stop run
           end-if

           perform until fin-ancien
               initialize fournisseur
               move FOnumfourO to FOnumfour
               move FOnomO to FOnom
               move FOtelO to FOtel
               move FOvilleO to FOville
               move FOspecialiteO to FOspecialite
               move spaces to FOIban
               move spaces to FOBic
               move spaces to FOSiret
               write fournisseur
               if fs-fournisseurs <> '00'
                   display 'PG-MIGRATION-FOURNISSEUR - ecriture'
                       ' fournisseurs.dat impossible'
                   display 'code retour fichier : ' fs-fournisseurs
                   move 1 to return-code
                   stop run
               end-if
               compute tot-migres = tot-migres + 1
               read f-ancien next record at end
                   set fin-ancien to true
               end-read
               if fs-ancien <> '00' and fs-ancien <> '10'
                   display 'PG-MIGRATION-FOURNISSEUR - lecture'
                       ' fournisseurs-old.dat impossible'
                   display 'code retour fichier : ' fs-ancien
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-ancien
           close f-fournisseurs

           display 'PG-MIGRATION-FOURNISSEUR - TOTAUX DE CONTROLE'
           display 'fournisseurs migres : ' tot-migres.

       end program pg-migration-fournisseur.
