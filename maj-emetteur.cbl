       program-id. pg-maj-emetteur.

       file-control.
           select f-emetteur assign 'emetteur.dat'
           organization line sequential
           file status fs-emetteur.

       data division.

       file section.
       fd f-emetteur.
           copy emetteur.

       working-storage section.
       1 fs-emetteur pic xx.
       1 siret-valide pic x.
       1 motif-refus pic x(50).
       1 siren-num pic 9(9).
       1 cle-tva pic 99.
       1 v-confirme pic x.
           88 confirme value 'O' 'o'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Identite de l''agence sur les factures'.
       1 s-plg-emetteur.
           2 line 5 col 3 'Raison sociale     : '.
           2 s-raison line 5 col 24 pic x(30) from EMRaisonSociale
               to EMRaisonSociale required.
           2 line 6 col 3 'SIRET              : '.
           2 s-siret line 6 col 24 pic x(14) from EMSiret to EMSiret
               required.
           2 line 7 col 3 'No TVA intracom.   : '.
           2 s-tva line 7 col 24 pic x(13) from EMTvaIntra
               to EMTvaIntra required.
           2 line 8 col 3 'Adresse            : '.
           2 s-adresse line 8 col 24 pic x(40) from EMAdresse
               to EMAdresse required.
           2 line 9 col 3 'Code postal, ville : '.
           2 s-cp line 9 col 24 pic x(5) from EMCodePostal
               to EMCodePostal required.
           2 s-ville line 9 col 30 pic x(20) from EMVille to EMVille
               required.
           2 line 10 col 3 'IBAN de reglement : '.
           2 s-iban line 10 col 24 pic x(34) from EMIban to EMIban.
       1 a-plg-refus.
           2 line 13 col 3 pic x(50) from motif-refus.
       1 s-plg-confirmer.
           2 line 14 col 3 'Enregistrer (O/N) : '.
           2 s-confirme pic x to v-confirme required.
       1 a-plg-confirm.
           2 line 16 col 3 'Identite de l''agence enregistree.'.

      * Vendeur porte sur les factures electroniques (pg-efactures) :
      * un seul enregistrement dans emetteur.dat. Le SIRET est
      * controle par sa cle, le numero de TVA intracommunautaire
      * francais doit porter le SIREN et sa cle (12 + 3 x SIREN
      * modulo 97, modulo 97).
       procedure division.
           display a-plg-titre
           initialize emetteur
           open input f-emetteur
           if fs-emetteur = '00'
               read f-emetteur
                   at end initialize emetteur
               end-read
               close f-emetteur
           end-if

           move 'x' to motif-refus
           perform until motif-refus = spaces
               display s-plg-emetteur
               accept s-plg-emetteur
               move function upper-case(EMTvaIntra) to EMTvaIntra
               move function upper-case(EMIban) to EMIban
               perform controler-emetteur
               if motif-refus <> spaces
                   display a-plg-refus
               end-if
           end-perform

           display s-plg-confirmer
           accept s-plg-confirmer
           if confirme
               open output f-emetteur
               if fs-emetteur <> '00'
                   display 'PG-MAJ-EMETTEUR - ouverture emetteur.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-emetteur
                   move 1 to return-code
                   stop run
               end-if
               write emetteur
               close f-emetteur
               display a-plg-confirm
           end-if
           goback.

       controler-emetteur.
           move spaces to motif-refus
           call 'pg-controle-siret' using EMSiret siret-valide
           end-call
           if siret-valide <> 'O' or EMSiret(10:5) = spaces
               move 'SIRET invalide (14 chiffres, cle de controle).'
                   to motif-refus
           else if EMTvaIntra(1:2) <> 'FR'
               or EMTvaIntra(3:2) is not numeric
               or EMTvaIntra(5:9) <> EMSiret(1:9)
               move 'TVA intracom. : FR, cle, puis le SIREN du SIRET.'
                   to motif-refus
           else
               move EMSiret(1:9) to siren-num
               compute cle-tva = function mod(
                   12 + 3 * function mod(siren-num, 97), 97)
               if EMTvaIntra(3:2) <> cle-tva
                   move 'Cle du numero de TVA intracom. incorrecte.'
                       to motif-refus
               end-if
           end-if end-if.

       end program pg-maj-emetteur.
