       program-id. pg-bons-echus.

       file-control.
           select f-bons assign 'bons-cadeaux.dat'
           organization indexed
           access sequential
           record key BCnumbon
           file status fs-bons.

           select f-impression assign 'bons-encours.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-bons.
           copy bon-cadeau.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-bons pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 tot-bons pic 9(6) value 0.
       1 tot-encours pic 9(6) value 0.
       1 tot-liberes pic 9(6) value 0.
       1 tot-montant-encours pic 9(9)v99 value 0.
       1 tot-montant-libere pic 9(9)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(8)9.99.

      * Fin de mois : les bons cadeaux arrives a expiration avec un
      * solde non utilise sont clos (statut E) et le solde est libere
      * en produit, passe en comptabilite par pg-export-compta ;
      * l'etat liste ensuite les bons encore en circulation, qui
      * forment la dette de l'agence envers leurs porteurs.
       procedure division.
           accept date-jour from date yyyymmdd

           open i-o f-bons
           if fs-bons = '35'
               display 'PG-BONS-ECHUS - pas de bons-cadeaux.dat,'
                   ' rien a traiter'
               stop run
           end-if
           if fs-bons <> '00'
               display 'PG-BONS-ECHUS - ouverture bons-cadeaux.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-bons
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-BONS-ECHUS - ouverture bons-encours.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'BONS CADEAUX EN CIRCULATION au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'No' to ligne-tampon(1:2)
           move 'Acheteur' to ligne-tampon(8:8)
           move 'Vendu le' to ligne-tampon(34:8)
           move 'Expire le' to ligne-tampon(43:9)
           move 'Montant' to ligne-tampon(57:7)
           move 'Solde' to ligne-tampon(71:5)
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-bons next record at end set fin-fichier to true
           end-read
           perform until fin-fichier
               compute tot-bons = tot-bons + 1
               if BCStatut = 'A' and BCDateExpiration < date-jour
                   perform liberer-bon
               end-if
               if BCStatut = 'A' and BCSolde > 0
                   perform editer-bon
               end-if
               read f-bons next record at end
                   set fin-fichier to true
               end-read
               if fs-bons <> '00' and fs-bons <> '10'
                   display 'PG-BONS-ECHUS - lecture bons-cadeaux.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-bons
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move tot-montant-encours to montant-edit
           string 'Dette bons cadeaux   : ' montant-edit ' EUR'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move tot-montant-libere to montant-edit
           string 'Liberes ce jour      : ' montant-edit ' EUR ('
               tot-liberes ' bons)'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-bons
           close f-impression

           display 'PG-BONS-ECHUS - TOTAUX DE CONTROLE'
           display 'bons lus         : ' tot-bons
           display 'bons en cours    : ' tot-encours
           display 'bons liberes     : ' tot-liberes
           display 'dette en cours   : ' tot-montant-encours
           display 'montant libere   : ' tot-montant-libere
           stop run.

       liberer-bon.
           move BCSolde to BCMontantLibere
           move date-jour to BCDateLiberation
           move 0 to BCSolde
           move 'E' to BCStatut
           rewrite bon-cadeau
           if fs-bons <> '00'
               display 'PG-BONS-ECHUS - reecriture bons-cadeaux.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-bons
               move 1 to return-code
               stop run
           end-if
           if BCMontantLibere > 0
               compute tot-liberes = tot-liberes + 1
               compute tot-montant-libere =
                   tot-montant-libere + BCMontantLibere
           end-if.

       editer-bon.
           compute tot-encours = tot-encours + 1
           compute tot-montant-encours =
               tot-montant-encours + BCSolde
           move spaces to ligne-tampon
           move BCnumbon to ligne-tampon(1:6)
           move BCAcheteur(1:25) to ligne-tampon(8:25)
           move BCDateVente to ligne-tampon(34:8)
           move BCDateExpiration to ligne-tampon(43:8)
           move BCMontant to montant-edit
           move montant-edit to ligne-tampon(52:12)
           move BCSolde to montant-edit
           move montant-edit to ligne-tampon(64:12)
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-BONS-ECHUS - ecriture bons-encours.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-bons-echus.
