       program-id. pg-export-messages.

       file-control.
           select f-messages assign 'messages.dat'
           organization indexed
           access sequential
           record key MSnummsg
           alternate key MSnumresa with duplicates
           file status fs-messages.

           select f-sortie assign 'messages-sortie.txt'
           organization line sequential
           file status fs-sortie.

       data division.

       file section.
       fd f-messages.
           copy message-locataire.

      * Message remis a la passerelle e-mail / SMS : numero (repris
      * dans le fichier d'accuses), canal, destinataire, modele et
      * texte fusionne.
       fd f-sortie.
       1 sortie-rec.
           2 EMnummsg pic 9(8).
           2 filler pic x.
           2 EMCanal pic x.
           2 filler pic x.
           2 EMDestinataire pic x(50).
           2 filler pic x.
           2 EMModele pic x(8).
           2 filler pic x.
           2 EMTexte pic x(400).

       working-storage section.
       1 fs-messages pic xx.
       1 fs-sortie pic xx.
       1 date-jour pic 9(8).
       1 v-fin-messages pic x value 'N'.
           88 fin-messages value 'O' false 'N'.
       1 tot-lus pic 9(6) value 0.
       1 tot-transmis pic 9(6) value 0.
       1 tot-mails pic 9(6) value 0.
       1 tot-sms pic 9(6) value 0.

      * Chaque nuit, les messages en attente (A) sont ajoutes au
      * fichier messages-sortie.txt que la passerelle vient prendre
      * (et supprime une fois lu) ; ils passent au statut transmis (T)
      * jusqu'a l'accuse charge par pg-retour-messages.
       procedure division.
           accept date-jour from date yyyymmdd

           open i-o f-messages
           if fs-messages = '35'
               display 'PG-EXPORT-MESSAGES - pas de fichier'
                   ' messages.dat, rien a transmettre'
               stop run
           end-if
           if fs-messages <> '00'
               display 'PG-EXPORT-MESSAGES - ouverture messages.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-messages
               move 1 to return-code
               stop run
           end-if

           open extend f-sortie
           if fs-sortie = '35'
               open output f-sortie
           end-if
           if fs-sortie <> '00'
               display 'PG-EXPORT-MESSAGES - ouverture'
                   ' messages-sortie.txt impossible'
               display 'code retour fichier : ' fs-sortie
               move 1 to return-code
               stop run
           end-if

           perform lire-message
           perform until fin-messages
               if MSStatut = 'A'
                   perform transmettre-message
               end-if
               perform lire-message
           end-perform

           close f-messages
           close f-sortie

           display 'PG-EXPORT-MESSAGES - TOTAUX DE CONTROLE'
           display 'messages lus       : ' tot-lus
           display 'messages transmis  : ' tot-transmis
           display 'dont e-mails       : ' tot-mails
           display 'dont SMS           : ' tot-sms
           stop run.

       lire-message.
           read f-messages next record
               at end set fin-messages to true
               not at end compute tot-lus = tot-lus + 1
           end-read
           if fs-messages <> '00' and fs-messages <> '10'
               and fs-messages <> '02'
               display 'PG-EXPORT-MESSAGES - lecture messages.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-messages
               move 1 to return-code
               stop run
           end-if.

       transmettre-message.
           move spaces to sortie-rec
           move MSnummsg to EMnummsg
           move MSCanal to EMCanal
           move MSDestinataire to EMDestinataire
           move MSModele to EMModele
           move MSTexte to EMTexte
           write sortie-rec
           if fs-sortie <> '00'
               display 'PG-EXPORT-MESSAGES - ecriture'
                   ' messages-sortie.txt impossible'
               display 'code retour fichier : ' fs-sortie
               move 1 to return-code
               stop run
           end-if

           move 'T' to MSStatut
           move date-jour to MSDateStatut
           rewrite message-locataire
           if fs-messages <> '00'
               display 'PG-EXPORT-MESSAGES - reecriture messages.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-messages
               move 1 to return-code
               stop run
           end-if
           compute tot-transmis = tot-transmis + 1
           if MSCanal = 'E'
               compute tot-mails = tot-mails + 1
           else
               compute tot-sms = tot-sms + 1
           end-if.

       end program pg-export-messages.
