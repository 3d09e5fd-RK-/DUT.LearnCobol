           access sequential
           record key RnumresaO
           alternate key RnumappartO with duplicates
           alternate key RDateDepartO with duplicates
           file status fs-ancien.

           select f-resa assign 'resa.dat'
           alternate key RDateDepart with duplicates
           file status fs-resa.

       data division.

       file section.
           2 RDateArriveeO pic 9(8).
           2 RDateDepartO pic 9(8).
           2 RNbPersO pic 99.
           2 RTypeO pic x.
           2 RStatutO pic x.
           2 RSourceO pic x(8).
           2 RCommPartenaireO pic 99v99.
           2 RFactureeO pic x.
           2 RDateCreationO pic 9(8).
           2 RNumDossierO pic 9(6).
           2 RLongSejourO pic x.
           2 RFactureJusquaO pic 9(8).
           2 RVersionO pic 99.

       fd f-resa.
           copy reservation.

       working-storage section.
       1 fs-ancien pic xx.
       1 fs-resa pic xx.
       1 v-fin-ancien pic x value 'N'.
           88 fin-ancien value 'O' false 'N'.
       1 nom-courant pic x(31) value 'resa.dat'.
       1 nom-ancien pic x(31) value 'resa-old.dat'.
       1 version-resa-courante pic 99 value 4.
       1 tot-migres pic 9(6) value 0.

      * Les reservations existantes n'ont pas d'agence de vente et
      * pas d'indice de reference (RTrimestreIRL a 0) : elles ne sont
      * jamais revisees par pg-revision-loyers.
       procedure division.
           open input f-ancien
           if fs-ancien <> '35'
               stop run
           end-if

           read f-ancien next record at end set fin-ancien to true
           end-read
           if fs-ancien <> '00' and fs-ancien <> '10'
               move RDateArriveeO to RDateArrivee
               move RDateDepartO to RDateDepart
               move RNbPersO to RNbPers
               move RTypeO to RType
               move RStatutO to RStatut
               move RSourceO to RSource
               move RCommPartenaireO to RCommPartenaire
               move RFactureeO to RFacturee
               move RDateCreationO to RDateCreation
               move RNumDossierO to RNumDossier
               move RLongSejourO to RLongSejour
               move RFactureJusquaO to RFactureJusqua
               move spaces to RAgenceVente
               move 0 to RTrimestreIRL
               move 0 to RLoyerMensuel
               move 0 to RLoyerPrecedent
               move 0 to RDateRevision
               move version-resa-courante to RVersion
               write reservation
               if fs-resa <> '00'

           close f-ancien
           close f-resa

           display 'PG-MIGRATION-RESA - TOTAUX DE CONTROLE'
           display 'reservations migrees : ' tot-migres.

       end program pg-migration-resa.
