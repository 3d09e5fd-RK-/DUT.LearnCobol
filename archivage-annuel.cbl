       1 reservation-arch.
           2 RnumresaA pic 9(6).
           2 RnumappartA pic 9999.
           2 resa-arch-suite pic x(101).

       fd f-fact-arch.
       1 facture-arch.
           2 FnumfactA pic 9(6).
           2 FnumresaA pic 9(6).
           2 fact-arch-suite pic x(110).

       fd f-impression.
       1 ligne-impr pic x(80).
       1 ra pic 9(4).
       1 solde-facture pic s9(9)v99.
       1 numresa-courant pic 9(6).
       1 ecarts-dispo pic 9(5).
       1 tot-lues pic 9(6) value 0.
       1 tot-resas-archivees pic 9(6) value 0.
       1 tot-factures-archivees pic 9(6) value 0.
       archiver-resa.
           move Rnumresa to RnumresaA
           move Rnumappart to RnumappartA
           move reservation(11:101) to resa-arch-suite
           write reservation-arch
           if fs-resa-arch <> '00' and fs-resa-arch <> '22'
               display 'PG-ARCHIVAGE-ANNUEL - ecriture archive resa'
               move 1 to return-code
               stop run
           end-if
      * Nuits du sejour archive retirees de l'index des disponibilites.
           call 'pg-maj-dispo' using Rnumappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call
           compute tot-resas-archivees = tot-resas-archivees + 1.

       archiver-factures-resa.
                   or Fnumresa <> numresa-courant
               move Fnumfact to FnumfactA
               move Fnumresa to FnumresaA
               move facture(13:110) to fact-arch-suite
               write facture-arch
               if fs-fact-arch <> '00' and fs-fact-arch <> '22'
                   display 'PG-ARCHIVAGE-ANNUEL - ecriture archive'
