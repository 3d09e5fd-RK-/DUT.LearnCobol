       1 tot-signalees pic 9(6) value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(8)9.99.
       1 texte-message pic x(400).
       1 modele-message pic x(8) value 'SOLDEARR'.
       1 reference-message pic x(14).
       1 nummsg pic 9(8).
       1 tot-messages pic 9(6) value 0.

       procedure division.
           accept date-jour from date yyyymmdd
                           move 1 to return-code
                           stop run
                       end-if
                       perform envoyer-message
                   end-if
               end-if
               read f-resa next record at end set fin-resa to true
           display 'PG-ECHEANCES-IMPAYEES - TOTAUX DE CONTROLE'
           display 'reservations lues  : ' tot-lues
           display 'arrivees signalees : ' tot-signalees
           display 'messages en file   : ' tot-messages
           stop run.

      * Rappel au locataire par e-mail ou SMS s'il l'a choisi, une
      * seule fois par sejour (reference : date d'arrivee).
       envoyer-message.
           move RDateArrivee to reference-message
           move spaces to texte-message
           string 'Bonjour, votre arrivee du ' RDateArrivee
               ' approche (reservation No ' Rnumresa
               ', appartement ' Rnumappart ') : il reste '
               function trim(montant-edit)
               ' a regler avant votre arrivee.'
               delimited by size into texte-message
           call 'pg-ecrire-message' using Rnumloc Rnumresa
               modele-message reference-message texte-message nummsg
           end-call
           if nummsg > 0
               compute tot-messages = tot-messages + 1
           end-if.

       cumuler-reste-du.
           move 0 to reste-du
           set fin-echeances to false
