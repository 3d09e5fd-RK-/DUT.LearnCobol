       program-id. pg-codes-acces.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-cles assign 'cles-appart.dat'
           organization indexed
           access dynamic
           record key CLcle
           file status fs-cles.

           select f-taches assign 'menage.dat'
           organization indexed
           access random
           record key TMcle
           file status fs-taches.

           select f-personnel assign 'personnel-menage.dat'
           organization indexed
           access random
           record key PNcode
           file status fs-personnel.

           select f-impression assign 'rotation-codes.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-cles.
           copy cle-appart.

       fd f-taches.
           copy tache-menage.

       fd f-personnel.
           copy personnel-menage.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-resa pic xx.
       1 fs-cles pic xx.
       1 fs-taches pic xx.
       1 fs-personnel pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 heure-jour pic 9(8).
      * Un code n'est pas redonne au meme appartement avant ce nombre
      * de jours (argument du programme) ; il est genere et envoye avec
      * la confirmation 7 jours avant l'arrivee.
       1 periode-reutilisation pic 9(4) value 365.
       1 delai-envoi pic 99 value 7.
       1 date-envoi pic 9(8).
       1 date-reutilisation pic 9(8).
       1 jour-entier pic 9(7).
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 v-fin-cles pic x value 'N'.
           88 fin-cles value 'O' false 'N'.
       1 v-trouve pic x.
           88 code-trouve value 'O' false 'N'.
       1 v-resa-trouvee pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 v-taches-dispo pic x value 'N'.
           88 taches-dispo value 'O' false 'N'.
       1 v-personnel-dispo pic x value 'N'.
           88 personnel-dispo value 'O' false 'N'.
       1 v-code-libre pic x.
           88 code-libre value 'O' false 'N'.
       1 tirage pic 9v9(9).
       1 code-tire pic 9(6).
       1 essais pic 99.
       1 numappart-code pic 9999.
       1 nb-confirmations pic 9(3) value 0.
       1 tbl-confirmations occurs 500 times.
           2 tc-numresa pic 9(6).
       1 nb-departs pic 9(3) value 0.
       1 tbl-departs occurs 500 times.
           2 td-numappart pic 9999.
           2 td-numresa pic 9(6).
       1 i pic 9(3).
       1 code-sortant pic x(6).
       1 code-entrant pic x(6).
       1 arrivee-entrante pic 9(8).
       1 intervenant pic 9(4).
       1 nom-intervenant pic x(20).
       1 code-retour-conf pic x.
       1 tot-generes pic 9(6) value 0.
       1 tot-expires pic 9(6) value 0.
       1 tot-annules pic 9(6) value 0.
       1 tot-confirmations pic 9(6) value 0.
       1 tot-departs pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Codes d'acces des boites a cles et serrures : chaque nuit,
      * - les codes dont le sejour est termine passent a E (expire),
      *   ceux des reservations annulees ou relogees a X ;
      * - chaque reservation confirmee arrivant sous 7 jours recoit
      *   un code a 6 chiffres, valable de l'arrivee au depart, jamais
      *   donne au meme appartement depuis la periode de non
      *   reutilisation, et sa confirmation est reeditee avec le code ;
      * - la liste de rotation des departs du jour indique aux
      *   intervenants du menage le code a retirer et celui a poser.
      * Les codes sont ranges dans cles-appart.dat (type C, jeu 00,
      * numero de reservation) a cote des jeux de cles physiques.
       procedure division.
           accept date-jour from date yyyymmdd
           accept heure-jour from time
           compute tirage = function random(heure-jour)

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to periode-reutilisation
           end-if
           compute jour-entier =
               function integer-of-date(date-jour) + delai-envoi
           compute date-envoi = function date-of-integer(jour-entier)
           compute jour-entier = function integer-of-date(date-jour)
               - periode-reutilisation
           compute date-reutilisation =
               function date-of-integer(jour-entier)

           open input f-resa
           if fs-resa = '35'
               display 'PG-CODES-ACCES - pas de fichier resa.dat,'
                   ' rien a generer'
               stop run
           end-if
           if fs-resa <> '00'
               display 'PG-CODES-ACCES - ouverture resa.dat impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           open i-o f-cles
           if fs-cles = '35'
               open output f-cles
               close f-cles
               open i-o f-cles
           end-if
           if fs-cles <> '00'
               display 'PG-CODES-ACCES - ouverture cles-appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-cles
               move 1 to return-code
               stop run
           end-if

           perform reviser-codes
           perform attribuer-codes
           perform editer-rotation

           close f-resa
           close f-cles

      * Confirmations reeditees une fois le registre des codes ferme.
           perform varying i from 1 by 1 until i > nb-confirmations
               call 'pg-edite-confirmation' using tc-numresa(i)
                   code-retour-conf end-call
               if code-retour-conf = 'O'
                   compute tot-confirmations = tot-confirmations + 1
               end-if
           end-perform

           display 'PG-CODES-ACCES - TOTAUX DE CONTROLE'
           display 'codes generes          : ' tot-generes
           display 'codes expires          : ' tot-expires
           display 'codes annules          : ' tot-annules
           display 'confirmations editees  : ' tot-confirmations
           display 'departs a recoder      : ' tot-departs
           stop run.

       reviser-codes.
           set fin-cles to false
           read f-cles next record at end set fin-cles to true
           end-read
           perform until fin-cles
               if CLType = 'C' and CLStatut = 'A'
                   perform reviser-code
               end-if
               read f-cles next record at end set fin-cles to true
               end-read
               if fs-cles <> '00' and fs-cles <> '10'
                   display 'PG-CODES-ACCES - lecture cles-appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-cles
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

      * Dates suivies sur la reservation si elle a ete modifiee.
       reviser-code.
           move CLnumresa to Rnumresa
           read f-resa key is Rnumresa
               invalid key set resa-trouvee to false
               not invalid key set resa-trouvee to true
           end-read
           evaluate true
               when CLDateFin < date-jour
                   move 'E' to CLStatut
                   compute tot-expires = tot-expires + 1
               when not resa-trouvee
                   move 'X' to CLStatut
                   compute tot-annules = tot-annules + 1
               when RStatut = 'A' or Rnumappart <> CLnumappart
                   move 'X' to CLStatut
                   compute tot-annules = tot-annules + 1
               when other
                   move RDateArrivee to CLDateDebut
                   move RDateDepart to CLDateFin
           end-evaluate
           rewrite cle-appart
           if fs-cles <> '00'
               display 'PG-CODES-ACCES - ecriture cles-appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-cles
               move 1 to return-code
               stop run
           end-if.

       attribuer-codes.
           set fin-lecture to false
           move 0 to Rnumresa
           start f-resa key is >= Rnumresa
               invalid key set fin-lecture to true
           end-start
           if not fin-lecture
               read f-resa next record at end set fin-lecture to true
               end-read
           end-if
           perform until fin-lecture
               if RStatut = 'C' and RDateArrivee <= date-envoi
                   and RDateDepart >= date-jour
                   perform generer-code
               end-if
               if RStatut <> 'A' and RDateDepart = date-jour
                   and nb-departs < 500
                   compute nb-departs = nb-departs + 1
                   move Rnumappart to td-numappart(nb-departs)
                   move Rnumresa to td-numresa(nb-departs)
               end-if
               read f-resa next record at end set fin-lecture to true
               end-read
               if fs-resa <> '00' and fs-resa <> '10'
                   display 'PG-CODES-ACCES - lecture resa.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-resa
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       generer-code.
           move Rnumappart to CLnumappart
           move 0 to CLjeu
           move Rnumresa to CLnumresa
           read f-cles key is CLcle
               invalid key set code-trouve to false
               not invalid key set code-trouve to true
           end-read
           if not code-trouve
               move Rnumappart to numappart-code
               set code-libre to false
               perform varying essais from 1 by 1
                       until code-libre or essais > 50
                   compute tirage = function random
                   compute code-tire = tirage * 1000000
                   perform controler-reutilisation
               end-perform
               initialize cle-appart
               move Rnumappart to CLnumappart
               move 0 to CLjeu
               move Rnumresa to CLnumresa
               move 'C' to CLType
               move 'A' to CLStatut
               move code-tire to CLCodeAcces
               move RDateArrivee to CLDateDebut
               move RDateDepart to CLDateFin
               write cle-appart
               if fs-cles <> '00'
                   display 'PG-CODES-ACCES - ecriture cles-appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-cles
                   move 1 to return-code
                   stop run
               end-if
               compute tot-generes = tot-generes + 1
               if nb-confirmations < 500
                   compute nb-confirmations = nb-confirmations + 1
                   move Rnumresa to tc-numresa(nb-confirmations)
               end-if
           end-if.

      * Code deja donne a cet appartement pour un sejour termine
      * depuis moins que la periode de non reutilisation, ou en cours.
       controler-reutilisation.
           set code-libre to true
           set fin-cles to false
           move numappart-code to CLnumappart
           move 0 to CLjeu
           move 0 to CLnumresa
           start f-cles key is >= CLcle
               invalid key set fin-cles to true
           end-start
           if not fin-cles
               read f-cles next record at end set fin-cles to true
               end-read
           end-if
           perform until fin-cles or CLnumappart <> numappart-code
                   or CLjeu > 0 or not code-libre
               if CLType = 'C' and CLCodeAcces = code-tire
                   and CLDateFin >= date-reutilisation
                   set code-libre to false
               end-if
               read f-cles next record at end set fin-cles to true
               end-read
           end-perform.

       editer-rotation.
           open input f-taches
           if fs-taches = '00'
               set taches-dispo to true
           end-if
           open input f-personnel
           if fs-personnel = '00'
               set personnel-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-CODES-ACCES - ouverture'
                   ' rotation-codes.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'ROTATION DES CODES D''ACCES - departs du ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           string 'Appart Resa   Retirer Poser  Arrivee  '
               'Intervenant'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne

           perform varying i from 1 by 1 until i > nb-departs
               perform editer-depart
           end-perform

           move spaces to ligne-tampon
           string 'Departs : ' tot-departs
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne

           close f-impression
           if taches-dispo
               close f-taches
           end-if
           if personnel-dispo
               close f-personnel
           end-if.

      * Code a poser : celui du prochain sejour de l'appartement.
       editer-depart.
           compute tot-departs = tot-departs + 1
           move spaces to code-sortant
           move spaces to code-entrant
           move 0 to arrivee-entrante
           set fin-cles to false
           move td-numappart(i) to CLnumappart
           move 0 to CLjeu
           move 0 to CLnumresa
           start f-cles key is >= CLcle
               invalid key set fin-cles to true
           end-start
           if not fin-cles
               read f-cles next record at end set fin-cles to true
               end-read
           end-if
           perform until fin-cles or CLnumappart <> td-numappart(i)
                   or CLjeu > 0
               if CLType = 'C'
                   if CLnumresa = td-numresa(i)
                       move CLCodeAcces to code-sortant
                   else
                       if CLStatut = 'A' and CLDateDebut >= date-jour
                           and (arrivee-entrante = 0
                           or CLDateDebut < arrivee-entrante)
                           move CLCodeAcces to code-entrant
                           move CLDateDebut to arrivee-entrante
                       end-if
                   end-if
               end-if
               read f-cles next record at end set fin-cles to true
               end-read
           end-perform

           move 0 to intervenant
           move spaces to nom-intervenant
           if taches-dispo
               move td-numappart(i) to TMnumappart
               move date-jour to TMDate
               read f-taches key is TMcle
                   invalid key continue
                   not invalid key
                       move TMnumpersonnel to intervenant
               end-read
           end-if
           if intervenant > 0 and personnel-dispo
               move intervenant to PNcode
               read f-personnel key is PNcode
                   invalid key continue
                   not invalid key move PNNom to nom-intervenant
               end-read
           end-if

           move spaces to ligne-tampon
           string td-numappart(i) '   ' td-numresa(i) ' '
               code-sortant '  ' code-entrant ' ' arrivee-entrante
               ' ' intervenant ' ' nom-intervenant
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-CODES-ACCES - ecriture'
                   ' rotation-codes.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-codes-acces.
