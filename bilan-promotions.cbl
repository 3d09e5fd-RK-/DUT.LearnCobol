       program-id. pg-bilan-promotions.

       file-control.
           select f-promotions assign 'promotions.dat'
           organization indexed
           access sequential
           record key PMcode
           file status fs-promotions.

           select f-utilisations assign 'utilisations-promo.dat'
           organization indexed
           access dynamic
           record key UPcle
           alternate key UPcode with duplicates
           file status fs-utilisations.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-impression assign 'bilan-promotions.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-promotions.
           copy promotion.

       fd f-utilisations.
           copy utilisation-promo.

       fd f-resa.
           copy reservation.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-promotions pic xx.
       1 fs-utilisations pic xx.
       1 fs-resa pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-fin-utilisations pic x value 'N'.
           88 fin-utilisations value 'O' false 'N'.
       1 v-utilisations-dispo pic x value 'N'.
           88 utilisations-dispo value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-resa-annulee pic x.
           88 resa-annulee value 'O' false 'N'.
       1 nb-resa pic 9(5).
       1 nb-devis pic 9(5).
       1 nb-nuits pic 9(6).
       1 ca-net pic s9(9)v99.
       1 remise-cumul pic s9(9)v99.
       1 tot-campagnes pic 9(6) value 0.
       1 tot-resa pic 9(6) value 0.
       1 tot-devis pic 9(6) value 0.
       1 tot-annulees pic 9(6) value 0.
       1 tot-nuits pic 9(7) value 0.
       1 tot-ca pic s9(11)v99 value 0.
       1 tot-remise pic s9(11)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic -(8)9.99.
       1 nombre-edit pic z(4)9.
       1 nuits-edit pic z(5)9.

      * Bilan des campagnes commerciales : par code promotion, les
      * reservations qui l'ont utilise (hors reservations annulees),
      * les devis emis, les nuits vendues, le chiffre d'affaires HT
      * net de remise et la remise HT consentie.
       procedure division.
           accept date-jour from date yyyymmdd

           open input f-promotions
           if fs-promotions = '35'
               display 'PG-BILAN-PROMOTIONS - pas de promotions.dat,'
                   ' rien a editer'
               stop run
           end-if
           if fs-promotions <> '00'
               display 'PG-BILAN-PROMOTIONS - ouverture'
                   ' promotions.dat impossible'
               display 'code retour fichier : ' fs-promotions
               move 1 to return-code
               stop run
           end-if

           open input f-utilisations
           if fs-utilisations = '00'
               set utilisations-dispo to true
           end-if
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-BILAN-PROMOTIONS - ouverture'
                   ' bilan-promotions.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'BILAN DES CODES PROMOTION au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Code' to ligne-tampon(1:4)
           move 'Campagne' to ligne-tampon(10:8)
           move 'Resa' to ligne-tampon(32:4)
           move 'Devis' to ligne-tampon(37:5)
           move 'Nuits' to ligne-tampon(43:5)
           move 'CA net HT' to ligne-tampon(53:9)
           move 'Remise HT' to ligne-tampon(66:9)
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-promotions next record at end set fin-fichier to true
           end-read
           perform until fin-fichier
               compute tot-campagnes = tot-campagnes + 1
               perform cumuler-campagne
               perform editer-campagne
               read f-promotions next record at end
                   set fin-fichier to true
               end-read
               if fs-promotions <> '00' and fs-promotions <> '10'
                   display 'PG-BILAN-PROMOTIONS - lecture'
                       ' promotions.dat impossible'
                   display 'code retour fichier : ' fs-promotions
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'TOTAL' to ligne-tampon(1:5)
           move tot-resa to nombre-edit
           move nombre-edit to ligne-tampon(31:5)
           move tot-devis to nombre-edit
           move nombre-edit to ligne-tampon(37:5)
           move tot-nuits to nuits-edit
           move nuits-edit to ligne-tampon(42:6)
           move tot-ca to montant-edit
           move montant-edit to ligne-tampon(50:12)
           move tot-remise to montant-edit
           move montant-edit to ligne-tampon(63:12)
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-promotions
           if utilisations-dispo
               close f-utilisations
           end-if
           if resa-dispo
               close f-resa
           end-if
           close f-impression

           display 'PG-BILAN-PROMOTIONS - TOTAUX DE CONTROLE'
           display 'campagnes lues     : ' tot-campagnes
           display 'reservations       : ' tot-resa
           display 'devis              : ' tot-devis
           display 'resa annulees      : ' tot-annulees
           display 'remise HT totale   : ' tot-remise
           stop run.

       cumuler-campagne.
           move 0 to nb-resa
           move 0 to nb-devis
           move 0 to nb-nuits
           move 0 to ca-net
           move 0 to remise-cumul
           if utilisations-dispo
               set fin-utilisations to false
               move PMcode to UPcode
               start f-utilisations key is = UPcode
                   invalid key set fin-utilisations to true
               end-start
               perform until fin-utilisations
                   read f-utilisations next record
                       at end set fin-utilisations to true
                   end-read
                   if not fin-utilisations
                       if UPcode <> PMcode
                           set fin-utilisations to true
                       else
                           perform cumuler-utilisation
                       end-if
                   end-if
               end-perform
           end-if
           compute tot-resa = tot-resa + nb-resa
           compute tot-devis = tot-devis + nb-devis
           compute tot-nuits = tot-nuits + nb-nuits
           compute tot-ca = tot-ca + ca-net
           compute tot-remise = tot-remise + remise-cumul.

       cumuler-utilisation.
           if UPorigine = 'D'
               compute nb-devis = nb-devis + 1
           else
               set resa-annulee to false
               if resa-dispo
                   move UPnumero to Rnumresa
                   read f-resa key is Rnumresa
                       invalid key continue
                       not invalid key
                           if RStatut = 'A'
                               set resa-annulee to true
                           end-if
                   end-read
               end-if
               if resa-annulee
                   compute tot-annulees = tot-annulees + 1
               else
                   compute nb-resa = nb-resa + 1
                   compute nb-nuits = nb-nuits + UPNbNuits
                   compute ca-net = ca-net
                       + UPMontantBrut - UPRemiseHT
                   compute remise-cumul = remise-cumul + UPRemiseHT
               end-if
           end-if.

       editer-campagne.
           move spaces to ligne-tampon
           move PMcode to ligne-tampon(1:8)
           move PMlibelle(1:20) to ligne-tampon(10:20)
           move nb-resa to nombre-edit
           move nombre-edit to ligne-tampon(31:5)
           move nb-devis to nombre-edit
           move nombre-edit to ligne-tampon(37:5)
           move nb-nuits to nuits-edit
           move nuits-edit to ligne-tampon(42:6)
           move ca-net to montant-edit
           move montant-edit to ligne-tampon(50:12)
           move remise-cumul to montant-edit
           move montant-edit to ligne-tampon(63:12)
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-BILAN-PROMOTIONS - ecriture'
                   ' bilan-promotions.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-bilan-promotions.
