       program-id. pg-retour-messages.

       file-control.
           select f-accuses assign 'accuses-messages.txt'
           organization line sequential
           file status fs-accuses.

           select f-messages assign 'messages.dat'
           organization indexed
           access random
           record key MSnummsg
           alternate key MSnumresa with duplicates
           file status fs-messages.

           select f-impression assign 'messages-echecs.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
      * Accuse de la passerelle e-mail / SMS : numero du message,
      * statut D)elivre ou E)chec, date et motif de l'echec.
       fd f-accuses.
       1 accuse-rec.
           2 ARnummsg pic 9(8).
           2 filler pic x.
           2 ARStatut pic x.
           2 filler pic x.
           2 ARDate pic 9(8).
           2 filler pic x.
           2 ARMotif pic x(30).

       fd f-messages.
           copy message-locataire.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-accuses pic xx.
       1 fs-messages pic xx.
       1 fs-impression pic xx.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 date-jour pic 9(8).
       1 v-fin-accuses pic x value 'N'.
           88 fin-accuses value 'O' false 'N'.
       1 v-msg-trouve pic x.
           88 message-trouve value 'O' false 'N'.
       1 tot-lus pic 9(6) value 0.
       1 tot-delivres pic 9(6) value 0.
       1 tot-echecs pic 9(6) value 0.
       1 tot-rejets pic 9(6) value 0.
       1 ligne-tampon pic x(80).
       1 nom-accuses pic x(31) value 'accuses-messages.txt'.
       1 nom-accuses-traite pic x(40)
           value 'accuses-messages.txt.traite'.

      * Accuses de la passerelle : les messages delivres passent au
      * statut D, les echecs au statut E avec leur motif ; chaque
      * echec est liste dans messages-echecs.lst et porte au rapport
      * du matin pour relance du locataire par un autre moyen
      * (adresse a corriger dans pg-maj-locataire).
       procedure division.
           accept date-jour from date yyyymmdd

           open input f-accuses
           if fs-accuses = '35'
               display 'PG-RETOUR-MESSAGES - pas de fichier'
                   ' d''accuses, rien a charger'
               stop run
           end-if
           if fs-accuses <> '00'
               display 'PG-RETOUR-MESSAGES - ouverture'
                   ' accuses-messages.txt impossible'
               display 'code retour fichier : ' fs-accuses
               move 1 to return-code
               stop run
           end-if

           open i-o f-messages
           if fs-messages <> '00'
               display 'PG-RETOUR-MESSAGES - ouverture messages.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-messages
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RETOUR-MESSAGES - ouverture'
                   ' messages-echecs.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'MESSAGES LOCATAIRES EN ECHEC - accuses charges le '
               date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move 'Message  Loc. Resa   C Destinataire / motif'
               to ligne-impr
           perform ecrire-ligne

           read f-accuses at end set fin-accuses to true
           end-read
           perform until fin-accuses
               compute tot-lus = tot-lus + 1
               perform charger-accuse
               read f-accuses at end set fin-accuses to true
               end-read
           end-perform

           move spaces to ligne-tampon
           string 'Messages en echec : ' tot-echecs
               '   Accuses rejetes : ' tot-rejets
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne

           close f-accuses
           close f-messages
           close f-impression

      * Le fichier d'accuses est consomme : range sous .traite.
           call 'CBL_COPY_FILE' using nom-accuses
               nom-accuses-traite end-call
           call 'CBL_DELETE_FILE' using nom-accuses end-call

           display 'PG-RETOUR-MESSAGES - TOTAUX DE CONTROLE'
           display 'accuses lus        : ' tot-lus
           display 'messages delivres  : ' tot-delivres
           display 'messages en echec  : ' tot-echecs
           display 'accuses rejetes    : ' tot-rejets
           stop run.

       charger-accuse.
           set message-trouve to false
           move ARnummsg to MSnummsg
           read f-messages key is MSnummsg
               invalid key continue
               not invalid key set message-trouve to true
           end-read
           evaluate true
               when not message-trouve
                   move spaces to ligne-tampon
                   string ARnummsg ' message inconnu, accuse ignore'
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   perform ecrire-ligne
                   compute tot-rejets = tot-rejets + 1
               when ARStatut = 'D'
                   move 'D' to MSStatut
                   move ARDate to MSDateStatut
                   move spaces to MSMotif
                   perform reecrire-message
                   compute tot-delivres = tot-delivres + 1
               when ARStatut = 'E'
                   move 'E' to MSStatut
                   move ARDate to MSDateStatut
                   move ARMotif to MSMotif
                   perform reecrire-message
                   compute tot-echecs = tot-echecs + 1
                   perform signaler-echec
               when other
                   move spaces to ligne-tampon
                   string ARnummsg ' statut ' ARStatut
                       ' inconnu, accuse ignore'
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   perform ecrire-ligne
                   compute tot-rejets = tot-rejets + 1
           end-evaluate.

       reecrire-message.
           if MSDateStatut = 0
               move date-jour to MSDateStatut
           end-if
           rewrite message-locataire
           if fs-messages <> '00'
               display 'PG-RETOUR-MESSAGES - reecriture messages.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-messages
               move 1 to return-code
               stop run
           end-if.

       signaler-echec.
           move spaces to ligne-tampon
           string MSnummsg ' ' MSnumloc ' ' MSnumresa ' ' MSCanal ' '
               MSDestinataire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           string '                         ' MSModele ' : ' MSMotif
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne

           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           if fs-evenements = '00'
               move spaces to evenement-rec
               string ev-date ' ' ev-heure ' PG-RETOUR-MESSAGES'
                   ' message=' MSnummsg
                   ' locataire=' MSnumloc
                   ' resa=' MSnumresa
                   ' modele=' MSModele
                   ' MESSAGE EN ECHEC ' MSMotif
                   delimited by size into evenement-rec
               write evenement-rec
               close f-evenements
           end-if.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RETOUR-MESSAGES - ecriture'
                   ' messages-echecs.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-retour-messages.
