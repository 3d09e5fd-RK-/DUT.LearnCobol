           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-cles assign 'cles-appart.dat'
           organization indexed
           access random
           record key CLcle
           file status fs-cles.

           select f-impression assign 'mouvements.lst'
           organization line sequential
           file status fs-impression.
       fd f-ot.
           copy ordre-travail.

       fd f-cles.
           copy cle-appart.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 fs-locataire pic xx.
       1 fs-cautions pic xx.
       1 fs-ot pic xx.
       1 fs-cles pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-demandee pic 9(8).
           88 cautions-dispo value 'O' false 'N'.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
       1 v-cles-dispo pic x value 'N'.
           88 cles-dispo value 'O' false 'N'.
       1 v-envoi-consignes pic x value 'N'.
           88 envoi-consignes value 'O' false 'N'.
       1 v-ot-bloquant pic x.
           88 ot-bloquant value 'O' false 'N'.
       1 sens-mouvement pic x(7).
       1 tel-locataire pic x(20).
       1 statut-caution pic x(10).
       1 mention-ot pic x(12).
       1 code-acces pic x(6).
       1 prenom-locataire pic x(20).
       1 texte-message pic x(400).
       1 ptr-message pic 9(3).
       1 modele-message pic x(8) value 'ARRIVEE'.
       1 reference-message pic x(14).
       1 nummsg pic 9(8).
       1 tot-messages pic 9(6) value 0.
       1 tot-arrivees pic 9(6) value 0.
       1 tot-departs pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Arguments : date des mouvements (AAAAMMJJ, aujourd'hui par
      * defaut) et CHAINE quand le programme tourne comme etape de la
      * chaine de nuit. Les consignes d'arrivee ne partent qu'en
      * chaine, apres la generation des codes d'acces : une edition
      * lancee du menu n'envoie rien.
       procedure division.
           accept date-demandee from date yyyymmdd

           move spaces to arg-buffer
           display 1 upon argument-number
           accept arg-buffer from argument-value
           perform lire-argument
           move spaces to arg-buffer
           display 2 upon argument-number
           accept arg-buffer from argument-value
           perform lire-argument

           open input f-resa
           if fs-resa = '35'
           if fs-ot = '00'
               set ot-dispo to true
           end-if
           open input f-cles
           if fs-cles = '00'
               set cles-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
           if ot-dispo
               close f-ot
           end-if
           if cles-dispo
               close f-cles
           end-if
           close f-impression

           display 'PG-MOUVEMENTS - TOTAUX DE CONTROLE'
           display 'date        : ' date-demandee
           display 'arrivees    : ' tot-arrivees
           display 'departs     : ' tot-departs
           display 'messages    : ' tot-messages
           stop run.

       lire-argument.
           if arg-buffer = 'CHAINE'
               set envoi-consignes to true
           else if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to date-demandee
           end-if
           end-if.

       editer-mouvement.
           move spaces to nom-locataire
           move spaces to tel-locataire
           move spaces to prenom-locataire
           if locataire-dispo
               move Rnumloc to Lnumloc
               read f-locataire key is Lnumloc
                   invalid key continue
                   not invalid key
                       move LNomLoc to nom-locataire
                       move LPrenomLoc to prenom-locataire
                       move LTelLoc to tel-locataire
               end-read
           end-if
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
      * Code d'acces a remettre au locataire qui arrive.
           move spaces to code-acces
           if cles-dispo and sens-mouvement = 'ARRIVEE'
               move Rnumappart to CLnumappart
               move 0 to CLjeu
               move Rnumresa to CLnumresa
               read f-cles key is CLcle
                   invalid key continue
                   not invalid key
                       if CLType = 'C' and CLStatut = 'A'
                           move CLCodeAcces to code-acces
                       end-if
               end-read
           end-if

           move spaces to ligne-tampon
           if code-acces <> spaces
               string '        caution : ' statut-caution ' '
                   mention-ot ' code : ' code-acces
                   delimited by size into ligne-tampon
           else
               string '        caution : ' statut-caution ' '
                   mention-ot delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           if sens-mouvement = 'ARRIVEE' and envoi-consignes
               perform envoyer-consignes
           end-if.

      * Consignes d'arrivee par e-mail ou SMS si le locataire l'a
      * choisi, une seule fois pour la date d'arrivee (une reprise de
      * la chaine ne renvoie rien).
       envoyer-consignes.
           move date-demandee to reference-message
           move spaces to texte-message
           move 1 to ptr-message
           string 'Bonjour ' function trim(prenom-locataire) ' '
               function trim(nom-locataire)
               ', bienvenue : votre appartement No ' Rnumappart
               ' vous attend le ' RDateArrivee ' (reservation No '
               Rnumresa ', depart le ' RDateDepart ').'
               delimited by size into texte-message
               with pointer ptr-message
           end-string
           if code-acces <> spaces
               string ' Code d''acces : ' code-acces '.'
                   delimited by size into texte-message
                   with pointer ptr-message
               end-string
           end-if
           if statut-caution = 'SANS'
               string ' Caution a remettre a l''arrivee.'
                   delimited by size into texte-message
                   with pointer ptr-message
               end-string
           end-if
           call 'pg-ecrire-message' using Rnumloc Rnumresa
               modele-message reference-message texte-message nummsg
           end-call
           if nummsg > 0
               compute tot-messages = tot-messages + 1
           end-if.

       controler-ot.
