       program-id. pg-balance-generale.

       file-control.
           select f-journal-compta assign 'journal-compta.dat'
           organization indexed
           access sequential
           record key EGcle
           alternate key EGcompte with duplicates
           file status fs-journal-compta.

           select f-plan assign 'plan-comptes.dat'
           organization record sequential
           file status fs-plan.

           select f-impression assign 'balance-generale.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-journal-compta.
           copy ecriture-compta.

       fd f-plan.
           copy plan-comptes.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-journal-compta pic xx.
       1 fs-plan pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 periode-debut pic 9(6).
       1 periode-fin pic 9(6).
       1 periode-ecriture pic 9(6).
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-trouve pic x.
           88 entree-trouvee value 'O' false 'N'.
       1 v-place pic x.
           88 place-trouvee value 'O' false 'N'.
       1 v-desequilibre pic x value 'N'.
           88 desequilibre value 'O' false 'N'.
      * Comptes mouvementes, ranges par numero de compte
       1 nb-comptes pic 9(3) value 0.
       1 tbl-comptes occurs 300 times.
           2 tc-compte pic x(8).
           2 tc-ouverture pic s9(11)v99.
           2 tc-debit pic 9(11)v99.
           2 tc-credit pic 9(11)v99.
       1 cx pic 9(3).
       1 cy pic 9(3).
       1 nb-journaux pic 99 value 0.
       1 tbl-journaux occurs 10 times.
           2 tj-code pic xx.
           2 tj-debit pic 9(11)v99.
           2 tj-credit pic 9(11)v99.
       1 j pic 99.
       1 nb-natures pic 99 value 0.
       1 tbl-plan occurs 50 times.
           2 tp-nature pic x(12).
           2 tp-compte pic x(8).
       1 n pic 99.
       1 nature-compte pic x(12).
       1 solde-cloture pic s9(11)v99.
       1 total-ouverture pic s9(11)v99 value 0.
       1 total-debit pic 9(11)v99 value 0.
       1 total-credit pic 9(11)v99 value 0.
       1 total-cloture pic s9(11)v99 value 0.
       1 tot-lues pic 9(7) value 0.
       1 tot-retenues pic 9(7) value 0.
       1 tot-journaux-ko pic 99 value 0.
       1 ligne-tampon pic x(80).
       1 ligne-montants.
           2 lm-montant pic -(9)9.99 occurs 4 times.
       1 montant-edit pic -(9)9.99.

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-journal-compta f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-BALANCE-GENERALE'
               ' fs='
               ' ' fs-journal-compta
               ' ' fs-impression
               ' cle=' EGcle
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

      * Balance generale sur une plage de periodes (AAAAMM debut et
      * fin, par defaut le mois precedent) a partir du journal
      * comptable : solde d'ouverture, debits, credits et solde de
      * cloture par compte. Un journal dont les debits et credits ne
      * s'equilibrent pas sur la plage est signale et rend le code
      * retour 1, pour arreter la chaine avant l'envoi du fichier
      * d'ecritures au cabinet.
       traitement-principal section.
           accept date-jour from date yyyymmdd
           move date-jour(1:6) to periode-debut
           if periode-debut(5:2) = '01'
               compute periode-debut = periode-debut - 89
           else
               compute periode-debut = periode-debut - 1
           end-if
           move periode-debut to periode-fin

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to periode-debut
               move periode-debut to periode-fin
           end-if
           display 2 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to periode-fin
           end-if

           perform charger-plan

           open input f-journal-compta
           if fs-journal-compta = '35'
               display 'PG-BALANCE-GENERALE - pas de'
                   ' journal-compta.dat, rien a editer'
               stop run
           end-if
           if fs-journal-compta <> '00'
               display 'PG-BALANCE-GENERALE - ouverture'
                   ' journal-compta.dat impossible'
               display 'code retour fichier : ' fs-journal-compta
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-BALANCE-GENERALE - ouverture'
                   ' balance-generale.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           read f-journal-compta next record at end
               set fin-fichier to true
           end-read
           if fs-journal-compta <> '00' and fs-journal-compta <> '10'
               display 'PG-BALANCE-GENERALE - lecture'
                   ' journal-compta.dat impossible'
               display 'code retour fichier : ' fs-journal-compta
               move 1 to return-code
               stop run
           end-if

           perform until fin-fichier
               compute tot-lues = tot-lues + 1
               move EGdate(1:6) to periode-ecriture
               if periode-ecriture <= periode-fin
                   perform cumuler-ecriture
               end-if
               read f-journal-compta next record at end
                   set fin-fichier to true
               end-read
               if fs-journal-compta <> '00'
                   and fs-journal-compta <> '10'
                   display 'PG-BALANCE-GENERALE - lecture'
                       ' journal-compta.dat impossible'
                   display 'code retour fichier : ' fs-journal-compta
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           perform editer-balance
           perform editer-journaux

           close f-journal-compta
           close f-impression

           display 'PG-BALANCE-GENERALE - TOTAUX DE CONTROLE'
           display 'periodes           : ' periode-debut ' a '
               periode-fin
           display 'ecritures lues     : ' tot-lues
           display 'ecritures retenues : ' tot-retenues
           display 'comptes            : ' nb-comptes
           display 'journaux en ecart  : ' tot-journaux-ko
           if desequilibre
               move 1 to return-code
           end-if
           goback.

      * Avant la plage, l'ecriture ne compte que dans le solde
      * d'ouverture ; dans la plage, dans les mouvements du compte et
      * le controle de son journal.
       cumuler-ecriture.
           perform trouver-compte
           if cx > 0
               if periode-ecriture < periode-debut
                   compute tc-ouverture(cx) = tc-ouverture(cx)
                       + EGdebit - EGcredit
               else
                   compute tot-retenues = tot-retenues + 1
                   compute tc-debit(cx) = tc-debit(cx) + EGdebit
                   compute tc-credit(cx) = tc-credit(cx) + EGcredit
                   perform cumuler-journal
               end-if
           end-if.

      * Recherche du compte dans la table, ou insertion a sa place
      * dans l'ordre des numeros de compte.
       trouver-compte.
           set entree-trouvee to false
           perform varying cx from 1 by 1
               until cx > nb-comptes or entree-trouvee
               if tc-compte(cx) = EGcompte
                   set entree-trouvee to true
               end-if
           end-perform
           if entree-trouvee
               compute cx = cx - 1
           else
               if nb-comptes >= 300
                   display 'PG-BALANCE-GENERALE - plus de 300 comptes,'
                       ' compte ' EGcompte ' ignore'
                   move 0 to cx
               else
                   compute nb-comptes = nb-comptes + 1
                   move nb-comptes to cx
                   set place-trouvee to false
                   perform until place-trouvee
                       if cx = 1
                           set place-trouvee to true
                       else
                           compute cy = cx - 1
                           if tc-compte(cy) < EGcompte
                               set place-trouvee to true
                           else
                               move tbl-comptes(cy) to tbl-comptes(cx)
                               move cy to cx
                           end-if
                       end-if
                   end-perform
                   move EGcompte to tc-compte(cx)
                   move 0 to tc-ouverture(cx)
                   move 0 to tc-debit(cx)
                   move 0 to tc-credit(cx)
               end-if
           end-if.

       cumuler-journal.
           set entree-trouvee to false
           perform varying j from 1 by 1
               until j > nb-journaux or entree-trouvee
               if tj-code(j) = EGjournal
                   set entree-trouvee to true
                   compute tj-debit(j) = tj-debit(j) + EGdebit
                   compute tj-credit(j) = tj-credit(j) + EGcredit
               end-if
           end-perform
           if not entree-trouvee and nb-journaux < 10
               compute nb-journaux = nb-journaux + 1
               move EGjournal to tj-code(nb-journaux)
               move EGdebit to tj-debit(nb-journaux)
               move EGcredit to tj-credit(nb-journaux)
           end-if.

       editer-balance.
           move spaces to ligne-tampon
           string 'BALANCE GENERALE - periodes ' periode-debut ' a '
               periode-fin ' - editee le ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Compte   Nature' to ligne-tampon(1:15)
           move '    Ouverture        Debit       Credit'
               to ligne-tampon(22:39)
           move '      Cloture' to ligne-tampon(61:13)
           move ligne-tampon to ligne-impr
           write ligne-impr

           perform varying cx from 1 by 1 until cx > nb-comptes
               compute solde-cloture = tc-ouverture(cx)
                   + tc-debit(cx) - tc-credit(cx)
               compute total-ouverture =
                   total-ouverture + tc-ouverture(cx)
               compute total-debit = total-debit + tc-debit(cx)
               compute total-credit = total-credit + tc-credit(cx)
               compute total-cloture = total-cloture + solde-cloture
               move spaces to nature-compte
               perform varying n from 1 by 1 until n > nb-natures
                   if tp-compte(n) = tc-compte(cx)
                       move tp-nature(n) to nature-compte
                   end-if
               end-perform
               move tc-ouverture(cx) to lm-montant(1)
               move tc-debit(cx) to lm-montant(2)
               move tc-credit(cx) to lm-montant(3)
               move solde-cloture to lm-montant(4)
               move spaces to ligne-tampon
               string tc-compte(cx) ' ' nature-compte
                   delimited by size into ligne-tampon
               move ligne-montants to ligne-tampon(22:52)
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-perform

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           move total-ouverture to lm-montant(1)
           move total-debit to lm-montant(2)
           move total-credit to lm-montant(3)
           move total-cloture to lm-montant(4)
           move spaces to ligne-tampon
           move 'TOTAL' to ligne-tampon(1:5)
           move ligne-montants to ligne-tampon(22:52)
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Controle d'equilibre de chaque journal sur la plage.
       editer-journaux.
           move ' ' to ligne-impr
           write ligne-impr
           move 'Journal      Debit        Credit' to ligne-impr
           write ligne-impr
           perform varying j from 1 by 1 until j > nb-journaux
               move spaces to ligne-tampon
               move tj-code(j) to ligne-tampon(1:2)
               move tj-debit(j) to montant-edit
               move montant-edit to ligne-tampon(6:13)
               move tj-credit(j) to montant-edit
               move montant-edit to ligne-tampon(20:13)
               if tj-debit(j) <> tj-credit(j)
                   set desequilibre to true
                   compute tot-journaux-ko = tot-journaux-ko + 1
                   move 'DESEQUILIBRE' to ligne-tampon(36:12)
               end-if
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-perform.

       charger-plan.
           open input f-plan
           if fs-plan = '00'
               perform until fin-fichier
                   read f-plan
                       at end set fin-fichier to true
                       not at end
                           if nb-natures < 50
                               compute nb-natures = nb-natures + 1
                               move PCnature
                                   to tp-nature(nb-natures)
                               move PCcompte
                                   to tp-compte(nb-natures)
                           end-if
                   end-read
               end-perform
               close f-plan
           end-if
           set fin-fichier to false.

       end program pg-balance-generale.
