       program-id. pg-alerte-documents.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access sequential
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-documents assign 'documents.dat'
           organization indexed
           access dynamic
           record key DCcle
           file status fs-documents.

           select f-impression assign 'documents-alerte.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-documents.
           copy document-appart.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-documents pic xx.
       1 fs-impression pic xx.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 arg-buffer pic x(30).
       1 preavis-jours pic 9(3) value 60.
       1 date-jour pic 9(8).
       1 date-horizon pic 9(8).
       1 jour-entier pic 9(7).
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-documents pic x value 'N'.
           88 fin-documents value 'O' false 'N'.
       1 v-documents-dispo pic x value 'N'.
           88 documents-dispo value 'O' false 'N'.
      * Documents exiges de tout logement loue ; gaz et detecteurs
      * de fumee ne concernent que certains immeubles et ne sont
      * controles que s'ils figurent au registre.
       1 v-assu pic x.
           88 assu-present value 'O' false 'N'.
       1 v-elec pic x.
           88 elec-present value 'O' false 'N'.
       1 v-dpe pic x.
           88 dpe-present value 'O' false 'N'.
       1 type-alerte pic x(4).
       1 expiration-alerte pic 9(8).
       1 mention pic x(10).
       1 tot-appart pic 9(6) value 0.
       1 tot-documents pic 9(6) value 0.
       1 tot-alertes pic 9(6) value 0.
       1 tot-manquants pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Chaque nuit : documents de conformite des appartements actifs
      * expires ou a echeance sous 60 jours (ou le preavis passe en
      * argument), et documents exiges absents du registre. Chaque
      * echeance est aussi portee dans evenements.dat pour le rapport
      * du matin.
       procedure division.
           accept date-jour from date yyyymmdd

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to preavis-jours
           end-if

           compute jour-entier =
               function integer-of-date(date-jour) + preavis-jours
           compute date-horizon =
               function date-of-integer(jour-entier)

           open input f-appart
           if fs-appart = '35'
               display 'PG-ALERTE-DOCUMENTS - pas de fichier'
                   ' appart.dat, rien a controler'
               stop run
           end-if
           if fs-appart <> '00'
               display 'PG-ALERTE-DOCUMENTS - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open input f-documents
           if fs-documents = '00'
               set documents-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-ALERTE-DOCUMENTS - ouverture'
                   ' documents-alerte.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'DOCUMENTS DE CONFORMITE EXPIRES OU A ECHEANCE au '
               date-jour ' (horizon ' date-horizon ')'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 'Appart Type Reference            Expire le  Etat'
               to ligne-impr
           write ligne-impr

           read f-appart next record at end set fin-appart to true
           end-read
           perform until fin-appart
               if AStatut <> 'R'
                   compute tot-appart = tot-appart + 1
                   perform controler-appart
               end-if
               read f-appart next record at end set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-ALERTE-DOCUMENTS - lecture appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move spaces to ligne-tampon
           string 'Documents en alerte : ' tot-alertes
               '   Documents manquants : ' tot-manquants
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-appart
           if documents-dispo
               close f-documents
           end-if
           close f-impression

           display 'PG-ALERTE-DOCUMENTS - TOTAUX DE CONTROLE'
           display 'appartements actifs : ' tot-appart
           display 'documents lus       : ' tot-documents
           display 'documents en alerte : ' tot-alertes
           display 'documents manquants : ' tot-manquants.

       controler-appart.
           set assu-present to false
           set elec-present to false
           set dpe-present to false
           if documents-dispo
               set fin-documents to false
               move Anumappart to DCnumappart
               move spaces to DCType
               start f-documents key is >= DCcle
                   invalid key set fin-documents to true
               end-start
               if not fin-documents
                   read f-documents next record
                       at end set fin-documents to true
                   end-read
               end-if
               perform until fin-documents
                       or DCnumappart <> Anumappart
                   compute tot-documents = tot-documents + 1
                   evaluate DCType
                       when 'ASSU' set assu-present to true
                       when 'ELEC' set elec-present to true
                       when 'DPE' set dpe-present to true
                       when other continue
                   end-evaluate
                   if DCDateExpiration > 0
                       and DCDateExpiration <= date-horizon
                       if DCDateExpiration < date-jour
                           move 'EXPIRE' to mention
                       else
                           move 'A ECHEANCE' to mention
                       end-if
                       move DCType to type-alerte
                       move DCDateExpiration to expiration-alerte
                       perform signaler-document
                       compute tot-alertes = tot-alertes + 1
                   end-if
                   read f-documents next record
                       at end set fin-documents to true
                   end-read
               end-perform
           end-if

           move spaces to DCReference
           move 0 to expiration-alerte
           move 'MANQUANT' to mention
           if not assu-present
               move 'ASSU' to type-alerte
               perform signaler-document
               compute tot-manquants = tot-manquants + 1
           end-if
           if not elec-present
               move 'ELEC' to type-alerte
               perform signaler-document
               compute tot-manquants = tot-manquants + 1
           end-if
           if not dpe-present
               move 'DPE' to type-alerte
               perform signaler-document
               compute tot-manquants = tot-manquants + 1
           end-if.

       signaler-document.
           move spaces to ligne-tampon
           string Anumappart '   ' type-alerte ' ' DCReference ' '
               expiration-alerte '   ' mention
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-ALERTE-DOCUMENTS - ecriture'
                   ' documents-alerte.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

      * Seules les echeances vont au rapport du matin : les documents
      * manquants restent sur la liste jusqu'a leur saisie.
           if expiration-alerte > 0
               accept ev-date from date yyyymmdd
               accept ev-heure from time
               open extend f-evenements
               if fs-evenements = '35'
                   open output f-evenements
               end-if
               if fs-evenements = '00'
                   move spaces to evenement-rec
                   string ev-date ' ' ev-heure ' PG-ALERTE-DOCUMENTS'
                       ' appart=' Anumappart
                       ' document=' type-alerte
                       ' expire=' expiration-alerte
                       ' ' mention
                       delimited by size into evenement-rec
                   write evenement-rec
                   close f-evenements
               end-if
           end-if.

       end program pg-alerte-documents.
