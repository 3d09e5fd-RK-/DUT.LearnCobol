       program-id. pg-ot-accord-attente.

       file-control.
           select f-ot assign 'ot.dat'
           organization indexed
           access sequential
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-impression assign 'ot-accord-attente.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-ot.
           copy ordre-travail.

       fd f-appart.
           copy appartement.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-ot pic xx.
       1 fs-appart pic xx.
       1 fs-impression pic xx.
       1 v-fin-ot pic x value 'N'.
           88 fin-ot value 'O' false 'N'.
       1 tot-lus pic 9(6) value 0.
       1 tot-en-attente pic 9(6) value 0.
       1 tot-semaine pic 9(6) value 0.
       1 tot-mois pic 9(6) value 0.
       1 tot-trimestre pic 9(6) value 0.
       1 tot-au-dela pic 9(6) value 0.
       1 tot-montant pic 9(11)v99 value 0.
       1 ligne-tampon pic x(80).
       1 date-jour pic 9(8).
       1 age-jours pic 9(5).
       1 numprop-appart pic 9999.
       1 montant-edit pic z(6)9.99.
       1 total-edit pic z(10)9.99.
       1 tranche pic x(9).

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-ot f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-OT-ACCORD-ATTENTE'
               ' fs='
               ' ' fs-ot
               ' ' fs-impression
               ' cle=' OTnumot
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

       traitement-principal section.
           accept date-jour from date yyyymmdd

           open input f-ot
           if fs-ot = '35'
               display 'PG-OT-ACCORD-ATTENTE - pas de ot.dat, rien a'
                   ' editer'
               stop run
           end-if
           if fs-ot <> '00'
               display 'PG-OT-ACCORD-ATTENTE - ouverture ot.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-ot
               move 1 to return-code
               stop run
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-OT-ACCORD-ATTENTE - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-OT-ACCORD-ATTENTE - ouverture'
                   ' ot-accord-attente.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           string 'ORDRES DE TRAVAUX EN ATTENTE D''ACCORD PROPRIETAIRE'
               ' au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 'OT      Appart Prop  Fourn      Devis Ouvert le  Jours'
               to ligne-impr
           write ligne-impr

           read f-ot next record at end set fin-ot to true
           end-read
           if fs-ot <> '00' and fs-ot <> '10'
               display 'PG-OT-ACCORD-ATTENTE - lecture ot.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-ot
               move 1 to return-code
               stop run
           end-if

           perform until fin-ot
               compute tot-lus = tot-lus + 1
               if OTAccord = 'E'
                   perform editer-attente
               end-if
               read f-ot next record at end set fin-ot to true
               end-read
               if fs-ot <> '00' and fs-ot <> '10'
                   display 'PG-OT-ACCORD-ATTENTE - lecture ot.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-ot
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Moins de 8 jours    : ' tot-semaine
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string '8 a 30 jours        : ' tot-mois
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string '31 a 90 jours       : ' tot-trimestre
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Plus de 90 jours    : ' tot-au-dela
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move tot-montant to total-edit
           move spaces to ligne-tampon
           string 'Montant des devis   : ' total-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-ot
           close f-appart
           close f-impression

           display 'PG-OT-ACCORD-ATTENTE - TOTAUX DE CONTROLE'
           display 'ordres lus       : ' tot-lus
           display 'en attente       : ' tot-en-attente
           display '31 a 90 jours    : ' tot-trimestre
           display 'plus de 90 jours : ' tot-au-dela
           goback.

      * Anciennete comptee depuis l'ouverture de l'ordre, date a
      * laquelle le devis a ete soumis au proprietaire.
       editer-attente.
           compute tot-en-attente = tot-en-attente + 1
           compute tot-montant = tot-montant + OTMontantDevis
           compute age-jours =
               function integer-of-date(date-jour)
               - function integer-of-date(OTDateOuverture)
           evaluate true
               when age-jours < 8
                   compute tot-semaine = tot-semaine + 1
                   move spaces to tranche
               when age-jours <= 30
                   compute tot-mois = tot-mois + 1
                   move spaces to tranche
               when age-jours <= 90
                   compute tot-trimestre = tot-trimestre + 1
                   move 'RELANCE' to tranche
               when other
                   compute tot-au-dela = tot-au-dela + 1
                   move 'ANCIEN' to tranche
           end-evaluate
           move 0 to numprop-appart
           move OTnumappart to Anumappart
           read f-appart key is Anumappart
               invalid key continue
               not invalid key move Anumprop to numprop-appart
           end-read
           move OTMontantDevis to montant-edit
           move spaces to ligne-tampon
           string OTnumot '  ' OTnumappart '   ' numprop-appart '  '
               OTnumfourDevis ' ' montant-edit ' ' OTDateOuverture
               '  ' age-jours ' ' tranche
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-OT-ACCORD-ATTENTE - ecriture'
                   ' ot-accord-attente.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-ot-accord-attente.
