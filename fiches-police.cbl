       program-id. pg-fiches-police.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access sequential
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-voyageurs assign 'voyageurs.dat'
           organization indexed
           access dynamic
           record key VYcle
           file status fs-voyageurs.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-impression assign 'fiches-police.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-voyageurs.
           copy voyageur.

       fd f-appart.
           copy appartement.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-resa pic xx.
       1 fs-voyageurs pic xx.
       1 fs-appart pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-demandee pic 9(8).
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-voyageurs pic x.
           88 fin-voyageurs value 'O' false 'N'.
       1 v-voyageurs-dispo pic x value 'N'.
           88 voyageurs-dispo value 'O' false 'N'.
       1 v-appart-dispo pic x value 'N'.
           88 appart-dispo value 'O' false 'N'.
       1 nb-saisis pic 99.
       1 adresse-logement pic x(40).
       1 libelle-piece pic x(18).
       1 tot-arrivees pic 9(6) value 0.
       1 tot-fiches pic 9(6) value 0.
       1 tot-a-saisir pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Fiches individuelles de police des voyageurs etrangers qui
      * arrivent ce jour (ou a la date passee en argument), a faire
      * signer a l'arrivee et a conserver six mois. Une reservation
      * dont aucun voyageur n'est saisi (pg-saisie-voyageurs) est
      * signalee : la fiche sera remplie sur place.
       procedure division.
           accept date-demandee from date yyyymmdd

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to date-demandee
           end-if

           open input f-resa
           if fs-resa = '35'
               display 'PG-FICHES-POLICE - pas de fichier resa.dat,'
                   ' rien a editer'
               stop run
           end-if
           if fs-resa <> '00'
               display 'PG-FICHES-POLICE - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           open input f-voyageurs
           if fs-voyageurs = '00'
               set voyageurs-dispo to true
           end-if
           open input f-appart
           if fs-appart = '00'
               set appart-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-FICHES-POLICE - ouverture fiches-police.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'FICHES DE POLICE - ARRIVEES DU ' date-demandee
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-resa next record at end set fin-resa to true
           end-read
           perform until fin-resa
               if RStatut <> 'A' and RDateArrivee = date-demandee
                   compute tot-arrivees = tot-arrivees + 1
                   perform traiter-arrivee
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
               if fs-resa <> '00' and fs-resa <> '10'
                   display 'PG-FICHES-POLICE - lecture resa.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-resa
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move '========================================'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Arrivees : ' tot-arrivees '   Fiches : ' tot-fiches
               '   Resa a saisir : ' tot-a-saisir
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-resa
           if voyageurs-dispo
               close f-voyageurs
           end-if
           if appart-dispo
               close f-appart
           end-if
           close f-impression

           display 'PG-FICHES-POLICE - TOTAUX DE CONTROLE'
           display 'date             : ' date-demandee
           display 'arrivees lues    : ' tot-arrivees
           display 'fiches imprimees : ' tot-fiches
           display 'resa a saisir    : ' tot-a-saisir
           stop run.

       traiter-arrivee.
           move spaces to adresse-logement
           if appart-dispo
               move Rnumappart to Anumappart
               read f-appart key is Anumappart
                   invalid key continue
                   not invalid key
                       string 'appartement ' Anumappart ', '
                           AVille delimited by size
                           into adresse-logement
               end-read
           end-if

           move 0 to nb-saisis
           if voyageurs-dispo
               set fin-voyageurs to false
               move Rnumresa to VYnumresa
               move 0 to VYrang
               start f-voyageurs key is >= VYcle
                   invalid key set fin-voyageurs to true
               end-start
               perform until fin-voyageurs
                   read f-voyageurs next record
                       at end set fin-voyageurs to true
                   end-read
                   if not fin-voyageurs
                       if VYnumresa <> Rnumresa
                           set fin-voyageurs to true
                       else
                           compute nb-saisis = nb-saisis + 1
                           if VYNationalite <> 'FRA'
                               perform imprimer-fiche
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           if nb-saisis = 0
               compute tot-a-saisir = tot-a-saisir + 1
               move spaces to ligne-tampon
               string 'Resa ' Rnumresa ' appart ' Rnumappart ' ('
                   RNbPers ' pers.) : voyageurs non saisis,'
                   ' fiches a remplir a l''arrivee'
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if.

       imprimer-fiche.
           compute tot-fiches = tot-fiches + 1
           evaluate VYTypePiece
               when 'P' move 'passeport' to libelle-piece
               when 'C' move 'carte d''identite' to libelle-piece
               when 'T' move 'titre de sejour' to libelle-piece
               when other move spaces to libelle-piece
           end-evaluate

           move '========================================'
               to ligne-impr
           write ligne-impr
           move 'FICHE INDIVIDUELLE DE POLICE' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Etablissement : ' adresse-logement
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Reservation ' Rnumresa ' - arrivee le '
               RDateArrivee ' - depart prevu le ' RDateDepart
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Nom            : ' VYNom
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Prenom         : ' VYPrenom
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Ne(e) le       : ' VYDateNaissance ' a '
               VYLieuNaissance delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Nationalite    : ' VYNationalite
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Domicile       : ' VYDomicile
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Piece          : ' libelle-piece ' no '
               VYNumPiece delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 'Signature du voyageur :' to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-FICHES-POLICE - ecriture fiches-police.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-fiches-police.
