       program-id. pg-paiement-fournisseurs.

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

           select f-sepa assign 'sepa-fournisseurs.txt'
           organization line sequential
           file status fs-sepa.

           select f-impression assign 'paiement-fournisseurs.lst'
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

       fd f-sepa.
       1 sepa-rec pic x(120).

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
       1 fs-sepa pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 horizon-jours pic 999 value 7.
       1 date-limite pic 9(8).
       1 v-fin-factures pic x value 'N'.
           88 fin-factures value 'O' false 'N'.
       1 v-four-trouve pic x.
           88 fournisseur-trouve value 'O' false 'N'.
       1 tot-lues pic 9(6) value 0.
       1 tot-payees pic 9(6) value 0.
       1 tot-sans-iban pic 9(6) value 0.
       1 tot-montant pic 9(11)v99 value 0.
       1 montant-sepa pic 9(9).99.
       1 montant-edit pic z(6)9.99.
       1 total-edit pic z(10)9.99.
       1 ligne-sepa pic x(120).
       1 ligne-tampon pic x(80).

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-factures-four f-sepa f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-PAIEMENT-FOURNISSEURS'
               ' fs='
               ' ' fs-factures-four
               ' ' fs-sepa
               ' ' fs-impression
               ' cle=' FFnumfour
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

      * Paiement hebdomadaire des fournisseurs : toutes les factures a
      * payer dont l'echeance tombe avant la prochaine campagne (date
      * du jour + horizon, 7 jours par defaut ou premier argument)
      * sont reglees par virement SEPA et marquees payees.
       traitement-principal section.
           accept date-jour from date yyyymmdd

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to horizon-jours
           end-if
           compute date-limite = function date-of-integer(
               function integer-of-date(date-jour) + horizon-jours)

           open i-o f-factures-four
           if fs-factures-four = '35'
               display 'PG-PAIEMENT-FOURNISSEURS - pas de'
                   ' factures-four.dat, rien a payer'
               stop run
           end-if
           if fs-factures-four <> '00'
               display 'PG-PAIEMENT-FOURNISSEURS - ouverture'
                   ' factures-four.dat impossible'
               display 'code retour fichier : ' fs-factures-four
               move 1 to return-code
               stop run
           end-if

           open input f-fournisseurs
           if fs-fournisseurs <> '00'
               display 'PG-PAIEMENT-FOURNISSEURS - ouverture'
                   ' fournisseurs.dat impossible'
               display 'code retour fichier : ' fs-fournisseurs
               move 1 to return-code
               stop run
           end-if

           open output f-sepa
           if fs-sepa <> '00'
               display 'PG-PAIEMENT-FOURNISSEURS - ouverture'
                   ' sepa-fournisseurs.txt impossible'
               display 'code retour fichier : ' fs-sepa
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-sepa
           string 'SEPA;SCT;' date-jour ';EUR'
               delimited by size into ligne-sepa
           move ligne-sepa to sepa-rec
           write sepa-rec

           open output f-impression
           if fs-impression <> '00'
               display 'PG-PAIEMENT-FOURNISSEURS - ouverture'
                   ' paiement-fournisseurs.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'PAIEMENT FOURNISSEURS du ' date-jour
               ' - echeances jusqu''au ' date-limite
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 'Four Nom                  Facture         Echeance '
               to ligne-tampon
           move 'Montant TTC' to ligne-tampon(52:11)
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-factures-four next record at end
               set fin-factures to true
           end-read
           if fs-factures-four <> '00' and fs-factures-four <> '10'
               display 'PG-PAIEMENT-FOURNISSEURS - lecture'
                   ' factures-four.dat impossible'
               display 'code retour fichier : ' fs-factures-four
               move 1 to return-code
               stop run
           end-if

           perform until fin-factures
               compute tot-lues = tot-lues + 1
               if FFStatut = 'A' and FFDateEcheance <= date-limite
                   perform payer-facture
               end-if
               read f-factures-four next record at end
                   set fin-factures to true
               end-read
               if fs-factures-four <> '00'
                   and fs-factures-four <> '10'
                   display 'PG-PAIEMENT-FOURNISSEURS - lecture'
                       ' factures-four.dat impossible'
                   display 'code retour fichier : ' fs-factures-four
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move tot-montant to total-edit
           move spaces to ligne-tampon
           string 'Total vire : ' total-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-factures-four
           close f-fournisseurs
           close f-sepa
           close f-impression

           display 'PG-PAIEMENT-FOURNISSEURS - TOTAUX DE CONTROLE'
           display 'factures lues     : ' tot-lues
           display 'factures payees   : ' tot-payees
           display 'sans IBAN         : ' tot-sans-iban
           display 'montant vire      : ' tot-montant
           goback.

       payer-facture.
           set fournisseur-trouve to false
           move FFnumfour to FOnumfour
           read f-fournisseurs key is FOnumfour
               invalid key continue
               not invalid key set fournisseur-trouve to true
           end-read
           if not fournisseur-trouve
               move 'INCONNU' to FOnom
               move spaces to FOIban
           end-if
           move FFMontantTTC to montant-edit
           move spaces to ligne-tampon
           if FOIban = spaces
      * Sans coordonnees bancaires la facture reste a payer et
      * repassera dans la campagne suivante.
               compute tot-sans-iban = tot-sans-iban + 1
               string FFnumfour ' ' FOnom ' ' FFnumero ' '
                   FFDateEcheance ' ' montant-edit ' SANS IBAN'
                   delimited by size into ligne-tampon
           else
               move FFMontantTTC to montant-sepa
               move spaces to ligne-sepa
               string 'VIR;' FOIban ';' FOBic ';' montant-sepa
                   ';FOUR ' FFnumfour ' FACT ' FFnumero
                   delimited by size into ligne-sepa
               move ligne-sepa to sepa-rec
               write sepa-rec
               move 'P' to FFStatut
               move date-jour to FFDatePaiement
               rewrite facture-fournisseur
               if fs-factures-four <> '00'
                   display 'PG-PAIEMENT-FOURNISSEURS - reecriture'
                       ' factures-four.dat impossible'
                   display 'code retour fichier : ' fs-factures-four
                   move 1 to return-code
                   stop run
               end-if
               compute tot-payees = tot-payees + 1
               compute tot-montant = tot-montant + FFMontantTTC
               string FFnumfour ' ' FOnom ' ' FFnumero ' '
                   FFDateEcheance ' ' montant-edit
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr.

       end program pg-paiement-fournisseurs.
