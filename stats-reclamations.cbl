       program-id. pg-stats-reclamations.

       file-control.
           select f-reclamations assign 'reclamations.dat'
           organization indexed
           access dynamic
           record key RQnumrecl
           alternate key RQnumappart with duplicates
           file status fs-reclamations.

           select f-impression assign 'reclamations.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-reclamations.
           copy reclamation.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-reclamations pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 mois-stats pic 9(6).
       1 mois-reclamation pic 9(6).
       1 seuil-alerte pic 99 value 3.
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 appart-courant pic 9999.
       1 tbl-categories.
           2 filler pic x(4) value 'BRUI'.
           2 filler pic x(4) value 'PROP'.
           2 filler pic x(4) value 'EQUI'.
           2 filler pic x(4) value 'ACCU'.
           2 filler pic x(4) value 'AUTR'.
       1 filler redefines tbl-categories.
           2 code-categorie pic x(4) occurs 5 times.
      * Cumuls de l'appartement en cours (ap-) et du mois (tt-) ;
      * le poste 5 (AUTR) recoit aussi les categories inconnues.
       1 ap-cumuls.
           2 ap-categorie pic 9(4) occurs 5 times.
           2 ap-total pic 9(4).
           2 ap-resolues pic 9(4).
           2 ap-jours pic 9(6).
           2 ap-ouvertes pic 9(4).
       1 tt-cumuls.
           2 tt-categorie pic 9(5) occurs 5 times.
           2 tt-total pic 9(5).
           2 tt-resolues pic 9(5).
           2 tt-jours pic 9(7).
           2 tt-ouvertes pic 9(5).
       1 k pic 9.
       1 kx pic 9.
       1 nb-jours pic 9(5).
       1 moyenne-jours pic 9(4)v9.
       1 nombre-edit pic zzz9.
       1 total-edit pic zzzz9.
       1 moyenne-edit pic zzz9.9.
       1 mention pic x(12).
       1 ligne-categories pic x(30).
       1 tot-lues pic 9(6) value 0.
       1 tot-apparts pic 9(5) value 0.
       1 tot-signales pic 9(5) value 0.
       1 ligne-tampon pic x(80).

      * Synthese mensuelle des reclamations des locataires recues le
      * mois precedent (ou le mois AAAAMM passe en argument), par
      * appartement et par categorie, avec le delai moyen de
      * resolution en jours (reclamations resolues) et les
      * reclamations encore ouvertes. Un appartement a 3 reclamations
      * ou plus dans le mois est signale A SURVEILLER.
       procedure division.
           accept date-jour from date yyyymmdd
           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to mois-stats
           else
               compute mois-stats = date-jour / 100
               if function mod(mois-stats, 100) = 1
                   compute mois-stats = mois-stats - 89
               else
                   compute mois-stats = mois-stats - 1
               end-if
           end-if

           open input f-reclamations
           if fs-reclamations = '35'
               display 'PG-STATS-RECLAMATIONS - pas de fichier'
                   ' reclamations.dat, rien a analyser'
               stop run
           end-if
           if fs-reclamations <> '00'
               display 'PG-STATS-RECLAMATIONS - ouverture'
                   ' reclamations.dat impossible'
               display 'code retour fichier : ' fs-reclamations
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-STATS-RECLAMATIONS - ouverture'
                   ' reclamations.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'RECLAMATIONS DES LOCATAIRES - mois ' mois-stats
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           string 'Appart BRUI PROP EQUI ACCU AUTR Total Resol.'
               ' Delai j. Ouv.'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne

           initialize tt-cumuls
           initialize ap-cumuls
           move 0 to appart-courant
           move 0 to RQnumappart
           start f-reclamations key is >= RQnumappart
               invalid key set fin-lecture to true
           end-start
           if not fin-lecture
               perform lire-reclamation
           end-if
           perform until fin-lecture
               if RQnumappart <> appart-courant
                   if ap-total > 0
                       perform editer-appart
                   end-if
                   initialize ap-cumuls
                   move RQnumappart to appart-courant
               end-if
               compute mois-reclamation = RQDateReception / 100
               if mois-reclamation = mois-stats
                   perform cumuler-reclamation
               end-if
               perform lire-reclamation
           end-perform
           if ap-total > 0
               perform editer-appart
           end-if
           close f-reclamations

           perform editer-totaux
           close f-impression

           display 'PG-STATS-RECLAMATIONS - TOTAUX DE CONTROLE'
           display 'mois traite           : ' mois-stats
           display 'reclamations lues     : ' tot-lues
           display 'reclamations du mois  : ' tt-total
           display 'appartements concernes: ' tot-apparts
           display 'appartements signales : ' tot-signales
           stop run.

       lire-reclamation.
           read f-reclamations next record
               at end set fin-lecture to true
               not at end compute tot-lues = tot-lues + 1
           end-read
           if fs-reclamations <> '00' and fs-reclamations <> '10'
               and fs-reclamations <> '02'
               display 'PG-STATS-RECLAMATIONS - lecture'
                   ' reclamations.dat impossible'
               display 'code retour fichier : ' fs-reclamations
               move 1 to return-code
               stop run
           end-if.

       cumuler-reclamation.
           move 5 to kx
           perform varying k from 1 by 1 until k > 4
               if RQCategorie = code-categorie(k)
                   move k to kx
               end-if
           end-perform
           compute ap-categorie(kx) = ap-categorie(kx) + 1
           compute tt-categorie(kx) = tt-categorie(kx) + 1
           compute ap-total = ap-total + 1
           compute tt-total = tt-total + 1
           if RQStatut = 'R' and RQDateResolution >= RQDateReception
               compute nb-jours =
                   function integer-of-date(RQDateResolution)
                   - function integer-of-date(RQDateReception)
               compute ap-resolues = ap-resolues + 1
               compute tt-resolues = tt-resolues + 1
               compute ap-jours = ap-jours + nb-jours
               compute tt-jours = tt-jours + nb-jours
           else
               compute ap-ouvertes = ap-ouvertes + 1
               compute tt-ouvertes = tt-ouvertes + 1
           end-if.

       editer-appart.
           compute tot-apparts = tot-apparts + 1
           move spaces to ligne-categories
           perform varying k from 1 by 1 until k > 5
               move ap-categorie(k) to nombre-edit
               move nombre-edit to ligne-categories((k - 1) * 5 + 1:4)
           end-perform
           move 0 to moyenne-jours
           if ap-resolues > 0
               compute moyenne-jours rounded = ap-jours / ap-resolues
           end-if
           move moyenne-jours to moyenne-edit
           move ap-total to total-edit
           move spaces to mention
           if ap-total >= seuil-alerte
               move 'A SURVEILLER' to mention
               compute tot-signales = tot-signales + 1
           end-if
           move spaces to ligne-tampon
           string appart-courant '   ' ligne-categories(1:25)
               total-edit ' '
               delimited by size into ligne-tampon
           move ap-resolues to nombre-edit
           move nombre-edit to ligne-tampon(41:4)
           move moyenne-edit to ligne-tampon(48:6)
           move ap-ouvertes to nombre-edit
           move nombre-edit to ligne-tampon(55:4)
           move mention to ligne-tampon(60:12)
           move ligne-tampon to ligne-impr
           perform ecrire-ligne.

       editer-totaux.
           move spaces to ligne-categories
           perform varying k from 1 by 1 until k > 5
               move tt-categorie(k) to nombre-edit
               move nombre-edit to ligne-categories((k - 1) * 5 + 1:4)
           end-perform
           move 0 to moyenne-jours
           if tt-resolues > 0
               compute moyenne-jours rounded = tt-jours / tt-resolues
           end-if
           move moyenne-jours to moyenne-edit
           move tt-total to total-edit
           move spaces to ligne-tampon
           string 'Total  ' ligne-categories(1:25) total-edit ' '
               delimited by size into ligne-tampon
           move tt-resolues to total-edit
           move total-edit to ligne-tampon(40:5)
           move moyenne-edit to ligne-tampon(48:6)
           move tt-ouvertes to total-edit
           move total-edit to ligne-tampon(54:5)
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           string 'Appartements a 3 reclamations ou plus : '
               tot-signales
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-STATS-RECLAMATIONS - ecriture'
                   ' reclamations.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-stats-reclamations.
