       program-id. pg-depassements-dossiers.

       file-control.
           select f-dossiers assign 'dossiers.dat'
           organization indexed
           access sequential
           record key DOnumdossier
           file status fs-dossiers.

           select f-impression assign 'depassements-dossiers.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-dossiers.
           copy dossier.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-dossiers pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 encours-dossier pic s9(9)v99.
       1 echu-dossier pic s9(9)v99.
       1 date-echue pic 9(8).
       1 motif pic xx.
       1 tot-dossiers pic 9(6) value 0.
       1 tot-signales pic 9(6) value 0.
       1 tot-plafond pic 9(6) value 0.
       1 tot-echus pic 9(6) value 0.
       1 tot-encours pic s9(11)v99 value 0.
       1 tot-echu pic s9(11)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic -(8)9.99.

      * Dossiers groupes et entreprises au-dela de leur plafond
      * d'encours (P) ou avec des factures non reglees passe le
      * delai de paiement accorde (E).
       procedure division.
           accept date-jour from date yyyymmdd

           open input f-dossiers
           if fs-dossiers = '35'
               display 'PG-DEPASSEMENTS-DOSSIERS - pas de'
                   ' dossiers.dat, rien a editer'
               stop run
           end-if
           if fs-dossiers <> '00'
               display 'PG-DEPASSEMENTS-DOSSIERS - ouverture'
                   ' dossiers.dat impossible'
               display 'code retour fichier : ' fs-dossiers
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-DEPASSEMENTS-DOSSIERS - ouverture'
                   ' depassements-dossiers.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'DOSSIERS EN DEPASSEMENT au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'No' to ligne-tampon(1:2)
           move 'Client' to ligne-tampon(8:6)
           move 'Plafond' to ligne-tampon(33:7)
           move 'Encours' to ligne-tampon(45:7)
           move 'Echu' to ligne-tampon(60:4)
           move 'Echeance' to ligne-tampon(65:8)
           move 'Mt' to ligne-tampon(74:2)
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-dossiers next record at end set fin-fichier to true
           end-read
           perform until fin-fichier
               compute tot-dossiers = tot-dossiers + 1
               perform controler-dossier
               read f-dossiers next record at end
                   set fin-fichier to true
               end-read
               if fs-dossiers <> '00' and fs-dossiers <> '10'
                   display 'PG-DEPASSEMENTS-DOSSIERS - lecture'
                       ' dossiers.dat impossible'
                   display 'code retour fichier : ' fs-dossiers
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'TOTAL' to ligne-tampon(1:5)
           move tot-encours to montant-edit
           move montant-edit to ligne-tampon(40:12)
           move tot-echu to montant-edit
           move montant-edit to ligne-tampon(52:12)
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-dossiers
           close f-impression

           display 'PG-DEPASSEMENTS-DOSSIERS - TOTAUX DE CONTROLE'
           display 'dossiers lus      : ' tot-dossiers
           display 'dossiers signales : ' tot-signales
           display 'dont plafond      : ' tot-plafond
           display 'dont echus        : ' tot-echus
           stop run.

       controler-dossier.
           call 'pg-encours-dossier' using DOnumdossier
               DODelaiPaiement encours-dossier echu-dossier
               date-echue end-call
           move spaces to motif
           if DOPlafond > 0 and encours-dossier > DOPlafond
               move 'P' to motif(1:1)
               compute tot-plafond = tot-plafond + 1
           end-if
           if echu-dossier > 0
               move 'E' to motif(2:1)
               compute tot-echus = tot-echus + 1
           end-if
           if motif <> spaces
               compute tot-signales = tot-signales + 1
               compute tot-encours = tot-encours + encours-dossier
               compute tot-echu = tot-echu + echu-dossier
               perform editer-dossier
           end-if.

       editer-dossier.
           move spaces to ligne-tampon
           move DOnumdossier to ligne-tampon(1:6)
           move DOclient(1:20) to ligne-tampon(8:20)
           move DOPlafond to montant-edit
           move montant-edit to ligne-tampon(28:12)
           move encours-dossier to montant-edit
           move montant-edit to ligne-tampon(40:12)
           move echu-dossier to montant-edit
           move montant-edit to ligne-tampon(52:12)
           if date-echue > 0
               move date-echue to ligne-tampon(65:8)
           end-if
           move motif to ligne-tampon(74:2)
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-DEPASSEMENTS-DOSSIERS - ecriture'
                   ' depassements-dossiers.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-depassements-dossiers.
