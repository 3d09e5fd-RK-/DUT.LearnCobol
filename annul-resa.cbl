       1 ev-heure pic 9(8).
       1 numresa-saisi pic 9(6).
       1 nouveau-statut pic x.
       1 ecarts-dispo pic 9(5).
       1 v-trouve pic x value 'N'.
           88 resa-trouvee value 'O' false 'N'.
       1 v-loc-trouve pic x value 'N'.
               move 1 to return-code
               stop run
           end-if
      * Nuits du sejour liberees ou reprises dans l'index des
      * disponibilites.
           call 'pg-maj-dispo' using Rnumappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call

           accept ev-date from date yyyymmdd
           accept ev-heure from time
               move 'A' to FTypeFact
               move numfact-origine to FNumFactOrigine
               move 0 to FNumDossier
               move 0 to FDateRembourse
               move space to FStatutEfact
               move 0 to FDateEfact
               move 0 to FNiveauRelance
               move 0 to FDateRelance
               compute FTaxeSejour rounded =
