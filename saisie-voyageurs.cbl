       program-id. pg-saisie-voyageurs.

       file-control.
           select f-voyageurs assign 'voyageurs.dat'
           organization indexed
           access dynamic
           record key VYcle
           file status fs-voyageurs.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-locataire assign 'locataire.dat'
           organization indexed
           access random
           record key Lnumloc
           file status fs-locataire.

       data division.

       file section.
       fd f-voyageurs.
           copy voyageur.

       fd f-resa.
           copy reservation.

       fd f-locataire.
           copy locataire.

       working-storage section.
       1 fs-voyageurs pic xx.
       1 fs-resa pic xx.
       1 fs-locataire pic xx.
       1 date-jour pic 9(8).
       1 numresa-saisi pic 9(6).
       1 rang-voyageur pic 99.
       1 nb-voyageurs pic 99.
       1 tot-enregistres pic 99 value 0.
       1 v-resa-trouvee pic x value 'N'.
           88 resa-trouvee value 'O' false 'N'.
       1 v-voyageur-trouve pic x.
           88 voyageur-trouve value 'O' false 'N'.
       1 v-fin-saisie pic x value 'N'.
           88 fin-saisie value 'O' false 'N'.
       1 v-saisie-valide pic x.
           88 saisie-valide value 'O' false 'N'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Fiches voyageurs (police)'.
       1 s-plg-numresa.
           2 line 4 col 3 'Numero de reservation : '.
           2 s-numresa line 4 col 27 pic 9(6) to numresa-saisi
               required.
       1 a-plg-resa-inconnue.
           2 line 6 col 3 'Reservation inconnue ou annulee.'.
       1 a-plg-resa.
           2 line 6 col 3 'Appart '.
           2 a-appart line 6 col 10 pic 9999 from Rnumappart.
           2 line 6 col 15 'du'.
           2 a-arrivee line 6 col 18 pic 9(8) from RDateArrivee.
           2 line 6 col 27 'au'.
           2 a-depart line 6 col 30 pic 9(8) from RDateDepart.
           2 line 6 col 40 'personnes :'.
           2 a-nbpers line 6 col 52 pic z9 from RNbPers.
       1 s-plg-voyageur.
           2 line 8 col 3 'Voyageur no           : '.
           2 a-rang line 8 col 27 pic z9 from rang-voyageur.
           2 line 9 col 3 'Nom                   : '.
           2 s-nom line 9 col 27 pic x(20) from VYNom to VYNom.
           2 line 10 col 3 'Prenom                : '.
           2 s-prenom line 10 col 27 pic x(20) from VYPrenom
               to VYPrenom.
           2 line 11 col 3 'Nationalite (FRA...)  : '.
           2 s-nationalite line 11 col 27 pic x(3)
               from VYNationalite to VYNationalite.
           2 line 12 col 3 'Ne(e) le (AAAAMMJJ)   : '.
           2 s-naissance line 12 col 27 pic 9(8)
               from VYDateNaissance to VYDateNaissance.
           2 line 13 col 3 'Lieu de naissance     : '.
           2 s-lieu line 13 col 27 pic x(30) from VYLieuNaissance
               to VYLieuNaissance.
           2 line 14 col 3 'Domicile habituel     : '.
           2 s-domicile line 14 col 27 pic x(40) from VYDomicile
               to VYDomicile.
           2 line 15 col 3 'P)asseport C)arte T)itre sejour : '.
           2 s-type-piece line 15 col 37 pic x from VYTypePiece
               to VYTypePiece.
           2 line 16 col 3 'Numero de la piece    : '.
           2 s-num-piece line 16 col 27 pic x(20) from VYNumPiece
               to VYNumPiece.
           2 line 18 col 3 '(nom a blanc : fin de la saisie)'.
       1 a-plg-voyageur-invalide.
           2 line 20 col 3
               'Etranger : naissance et piece d''identite requises.'.
       1 a-plg-confirm.
           2 line 22 col 3 'Voyageurs enregistres : '.
           2 a-tot line 22 col 27 pic z9 from tot-enregistres.

      * Identite des voyageurs majeurs d'une reservation, saisie a la
      * reservation ou a l'arrivee. Pour un voyageur etranger (code
      * pays ISO autre que FRA) la fiche individuelle de police exige
      * date et lieu de naissance et la piece d'identite ; les fiches
      * sont imprimees le jour de l'arrivee par pg-fiches-police et
      * detruites six mois apres le depart par pg-purge-locataires.
      * Un nom efface sur une fiche deja saisie supprime le voyageur.
       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre
           display s-plg-numresa
           accept s-plg-numresa

           open input f-resa
           if fs-resa = '00'
               move numresa-saisi to Rnumresa
               read f-resa key is Rnumresa
                   invalid key continue
                   not invalid key
                       if RStatut <> 'A'
                           set resa-trouvee to true
                       end-if
               end-read
               close f-resa
           end-if
           if not resa-trouvee
               display a-plg-resa-inconnue
               goback
           end-if
           display a-plg-resa

           open i-o f-voyageurs
           if fs-voyageurs = '35'
               open output f-voyageurs
               close f-voyageurs
               open i-o f-voyageurs
           end-if
           if fs-voyageurs <> '00'
               display 'PG-SAISIE-VOYAGEURS - ouverture voyageurs.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-voyageurs
               move 1 to return-code
               stop run
           end-if

           move RNbPers to nb-voyageurs
           if nb-voyageurs = 0
               move 1 to nb-voyageurs
           end-if
           move 1 to rang-voyageur
           perform until fin-saisie or rang-voyageur > nb-voyageurs
               perform saisir-voyageur
               if not fin-saisie
                   compute rang-voyageur = rang-voyageur + 1
               end-if
           end-perform

           close f-voyageurs
           display a-plg-confirm
           goback.

       saisir-voyageur.
           set voyageur-trouve to false
           move numresa-saisi to VYnumresa
           move rang-voyageur to VYrang
           read f-voyageurs key is VYcle
               invalid key perform initialiser-voyageur
               not invalid key set voyageur-trouve to true
           end-read

           set saisie-valide to false
           perform until saisie-valide
               display s-plg-voyageur
               accept s-plg-voyageur
               move function upper-case(VYNationalite)
                   to VYNationalite
               move function upper-case(VYTypePiece) to VYTypePiece
               if VYNom = spaces
                   set saisie-valide to true
               else if VYNationalite = spaces
                   or (VYNationalite <> 'FRA'
                   and (VYDateNaissance = 0
                   or VYLieuNaissance = spaces
                   or (VYTypePiece <> 'P' and VYTypePiece <> 'C'
                   and VYTypePiece <> 'T')
                   or VYNumPiece = spaces))
                   display a-plg-voyageur-invalide
               else
                   set saisie-valide to true
               end-if
               end-if
           end-perform

           if VYNom = spaces
               set fin-saisie to true
               if voyageur-trouve
                   delete f-voyageurs record
               end-if
           else
               move numresa-saisi to VYnumresa
               move rang-voyageur to VYrang
               move RDateArrivee to VYDateArrivee
               move RDateDepart to VYDateDepart
               move date-jour to VYDateSaisie
               if voyageur-trouve
                   rewrite voyageur
               else
                   write voyageur
               end-if
               if fs-voyageurs <> '00'
                   display 'PG-SAISIE-VOYAGEURS - ecriture'
                       ' voyageurs.dat impossible'
                   display 'code retour fichier : ' fs-voyageurs
                   move 1 to return-code
                   stop run
               end-if
               compute tot-enregistres = tot-enregistres + 1
           end-if.

       initialiser-voyageur.
           move spaces to VYNom
           move spaces to VYPrenom
           move spaces to VYNationalite
           move 0 to VYDateNaissance
           move spaces to VYLieuNaissance
           move spaces to VYDomicile
           move spaces to VYTypePiece
           move spaces to VYNumPiece
      * Le premier voyageur est en general le locataire lui-meme.
           if rang-voyageur = 1
               open input f-locataire
               if fs-locataire = '00'
                   move Rnumloc to Lnumloc
                   read f-locataire key is Lnumloc
                       invalid key continue
                       not invalid key
                           move LNomLoc to VYNom
                           move LPrenomLoc to VYPrenom
                           move LVilleLoc to VYDomicile
                   end-read
                   close f-locataire
               end-if
           end-if.

       end program pg-saisie-voyageurs.
