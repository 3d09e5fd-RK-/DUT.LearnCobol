       program-id. pg-balance-fournisseurs.

       file-control.
           select f-factures-four assign 'factures-four.dat'
           organization indexed
           access sequential
           record key FFcle
           alternate key FFnumot with duplicates
           file status fs-factures-four.

           select f-fournisseurs assign 'fournisseurs.dat'
           organization indexed
           access random
           record key FOnumfour
           file status fs-fournisseurs.

           select f-impression assign 'balance-fournisseurs.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-factures-four.
           copy facture-fournisseur.

       fd f-fournisseurs.
           copy fournisseur.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-factures-four pic xx.
       1 fs-fournisseurs pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-factures pic x value 'N'.
           88 fin-factures value 'O' false 'N'.
       1 numfour-courant pic 9999 value 0.
       1 retard-jours pic s9(5).
       1 tr pic 9.
      * Tranches : 1 non echu, 2 retard 1-30 j, 3 31-60 j,
      * 4 61-90 j, 5 plus de 90 j.
       1 tbl-fournisseur.
           2 tf-montant pic 9(9)v99 occurs 5 times.
       1 tbl-general.
           2 tg-montant pic 9(11)v99 occurs 5 times.
       1 total-fournisseur pic 9(9)v99.
       1 total-general pic 9(11)v99 value 0.
       1 tot-lues pic 9(6) value 0.
       1 tot-a-payer pic 9(6) value 0.
       1 tot-fournisseurs pic 9(6) value 0.
       1 ligne-tampon pic x(80).
       1 ligne-montants.
           2 lm-montant pic z(7)9.99 occurs 6 times.
       1 nom-fournisseur pic x(20).

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-factures-four f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-BALANCE-FOURNISSEURS'
               ' fs='
               ' ' fs-factures-four
               ' ' fs-impression
               ' cle=' FFnumfour
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

      * Balance agee des factures fournisseurs restant a payer, par
      * fournisseur, selon le retard par rapport a l'echeance.
       traitement-principal section.
           accept date-jour from date yyyymmdd

           open input f-factures-four
           if fs-factures-four = '35'
               display 'PG-BALANCE-FOURNISSEURS - pas de'
                   ' factures-four.dat, rien a editer'
               stop run
           end-if
           if fs-factures-four <> '00'
               display 'PG-BALANCE-FOURNISSEURS - ouverture'
                   ' factures-four.dat impossible'
               display 'code retour fichier : ' fs-factures-four
               move 1 to return-code
               stop run
           end-if

           open input f-fournisseurs

           open output f-impression
           if fs-impression <> '00'
               display 'PG-BALANCE-FOURNISSEURS - ouverture'
                   ' balance-fournisseurs.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'BALANCE AGEE FOURNISSEURS au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Fournisseur' to ligne-tampon(1:11)
           move '   Non echu     1-30 j    31-60 j'
               to ligne-tampon(15:33)
           move '    61-90 j     > 90 j      Total'
               to ligne-tampon(48:33)
           move ligne-tampon to ligne-impr
           write ligne-impr
           initialize tbl-fournisseur
           initialize tbl-general

           read f-factures-four next record at end
               set fin-factures to true
           end-read
           if fs-factures-four <> '00' and fs-factures-four <> '10'
               display 'PG-BALANCE-FOURNISSEURS - lecture'
                   ' factures-four.dat impossible'
               display 'code retour fichier : ' fs-factures-four
               move 1 to return-code
               stop run
           end-if
           if not fin-factures
               move FFnumfour to numfour-courant
           end-if

           perform until fin-factures
               compute tot-lues = tot-lues + 1
               if FFnumfour <> numfour-courant
                   perform editer-fournisseur
                   move FFnumfour to numfour-courant
               end-if
               if FFStatut = 'A'
                   perform cumuler-facture
               end-if
               read f-factures-four next record at end
                   set fin-factures to true
               end-read
               if fs-factures-four <> '00'
                   and fs-factures-four <> '10'
                   display 'PG-BALANCE-FOURNISSEURS - lecture'
                       ' factures-four.dat impossible'
                   display 'code retour fichier : ' fs-factures-four
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           perform editer-fournisseur

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           perform varying tr from 1 by 1 until tr > 5
               move tg-montant(tr) to lm-montant(tr)
               compute total-general = total-general + tg-montant(tr)
           end-perform
           move total-general to lm-montant(6)
           move spaces to ligne-tampon
           move 'TOTAL' to ligne-tampon(1:5)
           move ligne-montants to ligne-tampon(15:66)
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-factures-four
           if fs-fournisseurs = '00'
               close f-fournisseurs
           end-if
           close f-impression

           display 'PG-BALANCE-FOURNISSEURS - TOTAUX DE CONTROLE'
           display 'factures lues      : ' tot-lues
           display 'factures a payer   : ' tot-a-payer
           display 'fournisseurs dus   : ' tot-fournisseurs
           display 'total du           : ' total-general
           display 'dont plus de 90 j  : ' tg-montant(5)
           goback.

       cumuler-facture.
           compute tot-a-payer = tot-a-payer + 1
           compute retard-jours = function integer-of-date(date-jour)
               - function integer-of-date(FFDateEcheance)
           evaluate true
               when retard-jours <= 0 move 1 to tr
               when retard-jours <= 30 move 2 to tr
               when retard-jours <= 60 move 3 to tr
               when retard-jours <= 90 move 4 to tr
               when other move 5 to tr
           end-evaluate
           compute tf-montant(tr) = tf-montant(tr) + FFMontantTTC
           compute tg-montant(tr) = tg-montant(tr) + FFMontantTTC.

       editer-fournisseur.
           move 0 to total-fournisseur
           perform varying tr from 1 by 1 until tr > 5
               move tf-montant(tr) to lm-montant(tr)
               compute total-fournisseur =
                   total-fournisseur + tf-montant(tr)
           end-perform
           if total-fournisseur > 0
               compute tot-fournisseurs = tot-fournisseurs + 1
               move total-fournisseur to lm-montant(6)
               move 'INCONNU' to nom-fournisseur
               if fs-fournisseurs = '00' or fs-fournisseurs = '23'
                   move numfour-courant to FOnumfour
                   read f-fournisseurs key is FOnumfour
                       invalid key continue
                       not invalid key move FOnom to nom-fournisseur
                   end-read
               end-if
               move spaces to ligne-tampon
               string numfour-courant ' ' nom-fournisseur(1:9)
                   delimited by size into ligne-tampon
               move ligne-montants to ligne-tampon(15:66)
               move ligne-tampon to ligne-impr
               write ligne-impr
               if fs-impression <> '00'
                   display 'PG-BALANCE-FOURNISSEURS - ecriture'
                       ' balance-fournisseurs.lst impossible'
                   display 'code retour fichier : ' fs-impression
                   move 1 to return-code
                   stop run
               end-if
           end-if
           initialize tbl-fournisseur.

       end program pg-balance-fournisseurs.
