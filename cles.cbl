           2 a-statut line nl col 12 pic x from CLStatut.
           2 a-detenteur line nl col 18 pic x(20) from CLDetenteur.
           2 a-datepret line nl col 40 pic 9(8) from CLDatePret.
       1 a-plg-ligne-code.
           2 line nl col 3 'Code'.
           2 a-code-statut line nl col 12 pic x from CLStatut.
           2 a-code line nl col 18 pic x(6) from CLCodeAcces.
           2 line nl col 25 'resa'.
           2 a-code-resa line nl col 30 pic 9(6) from CLnumresa.
           2 a-code-debut line nl col 40 pic 9(8) from CLDateDebut.
           2 line nl col 49 'au'.
           2 a-code-fin line nl col 52 pic 9(8) from CLDateFin.
       1 s-plg-jeu.
           2 line 14 col 3 'Numero de jeu             : '.
           2 s-jeu line 14 col 31 pic 99 to jeu-saisi required.
           set fin-cles to false
           move numappart-saisi to CLnumappart
           move 0 to CLjeu
           move 0 to CLnumresa
           start f-cles key is >= CLcle
               invalid key set fin-cles to true
           end-start
               read f-cles next record at end set fin-cles to true
               end-read
           end-if
      * Les codes d'acces en cours figurent avec les jeux physiques.
           perform until fin-cles or CLnumappart <> numappart-saisi
               if nl < 13
                   if CLType = 'C'
                       if CLStatut = 'A'
                           display a-plg-ligne-code
                           compute nl = nl + 1
                       end-if
                   else
                       display a-plg-ligne
                       compute nl = nl + 1
                   end-if
               end-if
               read f-cles next record at end set fin-cles to true
               end-read
           set jeu-trouve to false
           move numappart-saisi to CLnumappart
           move jeu-saisi to CLjeu
           move 0 to CLnumresa
           read f-cles key is CLcle
               invalid key continue
               not invalid key set jeu-trouve to true
               accept s-plg-inventaire
               move numappart-saisi to CLnumappart
               move jeu-saisi to CLjeu
               move 0 to CLnumresa
               move 'J' to CLType
               move 'D' to CLStatut
               move spaces to CLDetenteur
               move 0 to CLDatePret
               move 0 to CLDateRetourPrevue
               move spaces to CLCodeAcces
               move 0 to CLDateDebut
               move 0 to CLDateFin
               write cle-appart
               if fs-cles <> '00'
                   display 'PG-CLES - ecriture cles-appart.dat'
           set jeu-trouve to false
           move numappart-saisi to CLnumappart
           move jeu-saisi to CLjeu
           move 0 to CLnumresa
           read f-cles key is CLcle
               invalid key continue
               not invalid key set jeu-trouve to true
           set jeu-trouve to false
           move numappart-saisi to CLnumappart
           move jeu-saisi to CLjeu
           move 0 to CLnumresa
           read f-cles key is CLcle
               invalid key continue
               not invalid key set jeu-trouve to true
