       program-id. pg-export-calendrier.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access sequential
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-locataire assign 'locataire.dat'
           organization indexed
           access random
           record key Lnumloc
           file status fs-locataire.

           select f-ot assign 'ot.dat'
           organization indexed
           access dynamic
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-taches assign 'menage.dat'
           organization indexed
           access dynamic
           record key TMcle
           file status fs-taches.

           select f-ics assign nom-ics
           organization line sequential
           file status fs-ics.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-resa.
           copy reservation.

       fd f-locataire.
           copy locataire.

       fd f-ot.
           copy ordre-travail.

       fd f-taches.
           copy tache-menage.

       fd f-ics.
       1 ics-rec pic x(100).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-resa pic xx.
       1 fs-locataire pic xx.
       1 fs-ot pic xx.
       1 fs-taches pic xx.
       1 fs-ics pic xx.
       1 nom-ics pic x(31).
       1 date-jour pic 9(8).
       1 heure-jour pic 9(8).
       1 horodatage pic x(16).
       1 debut-fenetre pic 9(8).
       1 fin-fenetre pic 9(8).
       1 date-debut pic 9(8).
       1 date-fin pic 9(8).
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-resa pic x.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-ot pic x.
           88 fin-ot value 'O' false 'N'.
       1 v-fin-taches pic x.
           88 fin-taches value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-loc-dispo pic x value 'N'.
           88 locataire-dispo value 'O' false 'N'.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
       1 v-taches-dispo pic x value 'N'.
           88 taches-dispo value 'O' false 'N'.
       1 initiales pic x(4).
       1 ptr-initiales pic 9.
       1 uid-evenement pic x(40).
       1 statut-evenement pic x(10).
       1 sequence-evenement pic 9.
       1 resume-evenement pic x(60).
       1 libelle-ot pic x(40).
       1 ligne-ics pic x(99).
       1 tot-apparts pic 9(6) value 0.
       1 tot-sejours pic 9(6) value 0.
       1 tot-proprio pic 9(6) value 0.
       1 tot-annulees pic 9(6) value 0.
       1 tot-travaux pic 9(6) value 0.
       1 tot-menages pic 9(6) value 0.

      * Calendrier iCalendar de chaque appartement, calendrier-NNNN.ics,
      * reecrit chaque nuit pour les proprietaires et les equipes de
      * menage : sejours (initiales du locataire seulement),
      * occupations proprietaire, travaux bloquants et menages, de
      * 30 jours en arriere a un an en avant. L'identifiant de chaque
      * evenement (UID) est stable : une reservation modifiee met a
      * jour l'entree, une reservation annulee est publiee annulee
      * (STATUS:CANCELLED) et disparait des agendas abonnes.
       procedure division.
           accept date-jour from date yyyymmdd
           accept heure-jour from time
           string date-jour 'T' heure-jour(1:6) 'Z'
               delimited by size into horodatage
           compute debut-fenetre = function date-of-integer(
               function integer-of-date(date-jour) - 30)
           compute fin-fenetre = function date-of-integer(
               function integer-of-date(date-jour) + 365)

           open input f-appart
           if fs-appart <> '00'
               display 'PG-EXPORT-CALENDRIER - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if
           open input f-locataire
           if fs-locataire = '00'
               set locataire-dispo to true
           end-if
           open input f-ot
           if fs-ot = '00'
               set ot-dispo to true
           end-if
           open input f-taches
           if fs-taches = '00'
               set taches-dispo to true
           end-if

           read f-appart next record at end set fin-appart to true
           end-read
           perform until fin-appart
               if AStatut = 'A' or AStatut = ' '
                   compute tot-apparts = tot-apparts + 1
                   perform exporter-appart
               end-if
               read f-appart next record at end
                   set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-EXPORT-CALENDRIER - lecture appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-appart
           if resa-dispo
               close f-resa
           end-if
           if locataire-dispo
               close f-locataire
           end-if
           if ot-dispo
               close f-ot
           end-if
           if taches-dispo
               close f-taches
           end-if

           display 'PG-EXPORT-CALENDRIER - TOTAUX DE CONTROLE'
           display 'appartements lus     : ' tot-apparts
           display 'sejours              : ' tot-sejours
           display 'occupations proprio  : ' tot-proprio
           display 'reservations annulees: ' tot-annulees
           display 'travaux bloquants    : ' tot-travaux
           display 'menages              : ' tot-menages
           stop run.

       exporter-appart.
           move spaces to nom-ics
           string 'calendrier-' Anumappart '.ics'
               delimited by size into nom-ics
           open output f-ics
           if fs-ics <> '00'
               display 'PG-EXPORT-CALENDRIER - ouverture ' nom-ics
                   ' impossible'
               display 'code retour fichier : ' fs-ics
               move 1 to return-code
               stop run
           end-if
           move 'BEGIN:VCALENDAR' to ligne-ics
           perform ecrire-ics
           move 'VERSION:2.0' to ligne-ics
           perform ecrire-ics
           move 'PRODID:-//Agence immobiliere du Littoral//Planning//FR'
               to ligne-ics
           perform ecrire-ics
           move 'CALSCALE:GREGORIAN' to ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'X-WR-CALNAME:Appartement ' Anumappart ' - '
               function trim(AVille)
               delimited by size into ligne-ics
           perform ecrire-ics

           if resa-dispo
               perform exporter-sejours
           end-if
           if ot-dispo
               perform exporter-travaux
           end-if
           if taches-dispo
               perform exporter-menages
           end-if

           move 'END:VCALENDAR' to ligne-ics
           perform ecrire-ics
           close f-ics.

      * Sejours et occupations proprietaire dont le depart tombe dans
      * la fenetre ; les options sont publiees provisoires.
       exporter-sejours.
           set fin-resa to false
           move Anumappart to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa or Rnumappart <> Anumappart
               if RDateDepart >= debut-fenetre
                   and RDateArrivee <= fin-fenetre
                   perform exporter-sejour
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
           end-perform.

       exporter-sejour.
           move spaces to uid-evenement
           string 'resa-' Rnumresa '@agence-littoral'
               delimited by size into uid-evenement
           move 'CONFIRMED' to statut-evenement
           move 0 to sequence-evenement
           move spaces to resume-evenement
           if RType = 'P'
               move 'Occupation proprietaire' to resume-evenement
               compute tot-proprio = tot-proprio + 1
           else
               perform chercher-initiales
               string 'Sejour ' function trim(initiales) ' - '
                   RNbPers ' pers.'
                   delimited by size into resume-evenement
               compute tot-sejours = tot-sejours + 1
           end-if
           evaluate true
               when RStatut = 'A'
                   move 'CANCELLED' to statut-evenement
                   move 1 to sequence-evenement
                   compute tot-annulees = tot-annulees + 1
               when RStatut = 'O'
                   move 'TENTATIVE' to statut-evenement
           end-evaluate
           move RDateArrivee to date-debut
           move RDateDepart to date-fin
           perform ecrire-evenement.

      * Initiales seulement : le calendrier sort de l'agence.
       chercher-initiales.
           move spaces to initiales
           if locataire-dispo
               move Rnumloc to Lnumloc
               read f-locataire key is Lnumloc
                   invalid key continue
                   not invalid key
                       move 1 to ptr-initiales
                       if LPrenomLoc(1:1) <> space
                           string LPrenomLoc(1:1) '.'
                               delimited by size into initiales
                               with pointer ptr-initiales
                           end-string
                       end-if
                       if LNomLoc(1:1) <> space
                           string LNomLoc(1:1) '.'
                               delimited by size into initiales
                               with pointer ptr-initiales
                           end-string
                       end-if
               end-read
           end-if
           if initiales = spaces
               move 'X.' to initiales
           end-if.

      * Travaux bloquants : un ordre encore ouvert bloque jusqu'a
      * nouvel ordre, il est publie jusqu'au lendemain et prolonge
      * chaque nuit.
       exporter-travaux.
           set fin-ot to false
           move Anumappart to OTnumappart
           start f-ot key is >= OTnumappart
               invalid key set fin-ot to true
           end-start
           if not fin-ot
               read f-ot next record at end set fin-ot to true
               end-read
           end-if
           perform until fin-ot or OTnumappart <> Anumappart
               if OTBloquant = 'O'
                   perform exporter-travail
               end-if
               read f-ot next record at end set fin-ot to true
               end-read
           end-perform.

       exporter-travail.
           move OTDateOuverture to date-debut
           if OTStatut = 'O' or OTDateCloture = 0
               compute date-fin = function date-of-integer(
                   function integer-of-date(date-jour) + 1)
           else
               compute date-fin = function date-of-integer(
                   function integer-of-date(OTDateCloture) + 1)
           end-if
           if date-fin >= debut-fenetre and date-debut <= fin-fenetre
               and date-debut > 0
               move spaces to uid-evenement
               string 'ot-' OTnumot '@agence-littoral'
                   delimited by size into uid-evenement
               move 'CONFIRMED' to statut-evenement
               move 0 to sequence-evenement
               move OTLibelle to libelle-ot
               inspect libelle-ot replacing all ',' by ' '
                   all ';' by ' '
               move spaces to resume-evenement
               string 'Travaux : ' function trim(libelle-ot)
                   delimited by size into resume-evenement
               compute tot-travaux = tot-travaux + 1
               perform ecrire-evenement
           end-if.

       exporter-menages.
           set fin-taches to false
           move Anumappart to TMnumappart
           move debut-fenetre to TMDate
           start f-taches key is >= TMcle
               invalid key set fin-taches to true
           end-start
           if not fin-taches
               read f-taches next record at end set fin-taches to true
               end-read
           end-if
           perform until fin-taches or TMnumappart <> Anumappart
                   or TMDate > fin-fenetre
               move spaces to uid-evenement
               string 'menage-' TMnumappart '-' TMDate
                   '@agence-littoral'
                   delimited by size into uid-evenement
               move 'CONFIRMED' to statut-evenement
               move 0 to sequence-evenement
               move spaces to resume-evenement
               if TMUrgent = 'O'
                   move 'Menage URGENT' to resume-evenement
               else
                   move 'Menage' to resume-evenement
               end-if
               if TMnumpersonnel > 0
                   string function trim(resume-evenement)
                       ' - intervenant ' TMnumpersonnel
                       delimited by size into resume-evenement
               end-if
               move TMDate to date-debut
               compute date-fin = function date-of-integer(
                   function integer-of-date(TMDate) + 1)
               compute tot-menages = tot-menages + 1
               perform ecrire-evenement
               read f-taches next record at end set fin-taches to true
               end-read
           end-perform.

      * Evenement journee entiere : DTEND est le jour qui suit.
       ecrire-evenement.
           move 'BEGIN:VEVENT' to ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'UID:' uid-evenement delimited by space
               into ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'DTSTAMP:' horodatage delimited by size
               into ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'DTSTART;VALUE=DATE:' date-debut delimited by size
               into ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'DTEND;VALUE=DATE:' date-fin delimited by size
               into ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'SUMMARY:' function trim(resume-evenement)
               delimited by size into ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'STATUS:' function trim(statut-evenement)
               delimited by size into ligne-ics
           perform ecrire-ics
           move spaces to ligne-ics
           string 'SEQUENCE:' sequence-evenement delimited by size
               into ligne-ics
           perform ecrire-ics
           move 'TRANSP:OPAQUE' to ligne-ics
           perform ecrire-ics
           move 'END:VEVENT' to ligne-ics
           perform ecrire-ics.

      * Fin de ligne CRLF imposee par le format iCalendar.
       ecrire-ics.
           move spaces to ics-rec
           string function trim(ligne-ics trailing) x'0D'
               delimited by size into ics-rec
           write ics-rec
           if fs-ics <> '00'
               display 'PG-EXPORT-CALENDRIER - ecriture ' nom-ics
                   ' impossible'
               display 'code retour fichier : ' fs-ics
               move 1 to return-code
               stop run
           end-if.

       end program pg-export-calendrier.
