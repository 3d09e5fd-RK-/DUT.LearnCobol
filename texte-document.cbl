       program-id. pg-texte-document.

       data division.

       working-storage section.
           copy textes-documents.
       1 t pic 9(3).
       1 langue-cherchee pic xx.
       1 v-texte-trouve pic x.
           88 texte-trouve value 'O' false 'N'.

       linkage section.
       1 p-langue pic xx.
       1 p-code pic x(8).
       1 p-texte pic x(60).

      * Libelles et paragraphes fixes des documents remis aux
      * locataires (confirmation, facture, relances) dans la langue du
      * locataire : FR, EN, DE ou IT. Langue absente ou inconnue,
      * texte non traduit : le texte francais est rendu.
       procedure division using p-langue p-code p-texte.
           move spaces to p-texte
           move p-langue to langue-cherchee
           if langue-cherchee = spaces
               move 'FR' to langue-cherchee
           end-if
           perform chercher-texte
           if not texte-trouve and langue-cherchee <> 'FR'
               move 'FR' to langue-cherchee
               perform chercher-texte
           end-if
           goback.

       chercher-texte.
           set texte-trouve to false
           perform varying t from 1 by 1
               until t > nb-textes or texte-trouve
               if tx-langue(t) = langue-cherchee
                   and tx-code(t) = p-code
                   set texte-trouve to true
                   move tx-texte(t) to p-texte
               end-if
           end-perform.

       end program pg-texte-document.
