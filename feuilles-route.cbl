       program-id. pg-feuilles-route.

       file-control.
           select f-taches assign 'menage.dat'
           organization indexed
           access sequential
           record key TMcle
           file status fs-taches.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-personnel assign 'personnel-menage.dat'
           organization indexed
           access random
           record key PNcode
           file status fs-personnel.

           select f-tri assign 'routes-tri.tmp'.

           select f-impression assign 'feuilles-route.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-taches.
           copy tache-menage.

       fd f-appart.
           copy appartement.

       fd f-personnel.
           copy personnel-menage.

       sd f-tri.
       1 tri-rec.
           2 tr-numpersonnel pic 9(4).
           2 tr-ville pic x(20).
           2 tr-numappart pic 9999.
           2 tr-etage pic 99.
           2 tr-nbpiece pic 99.
           2 tr-numresa pic 9(6).
           2 tr-urgent pic x.
           2 tr-duree pic 9(3).

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-taches pic xx.
       1 fs-appart pic xx.
       1 fs-personnel pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-route pic 9(8).
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 v-premier pic x value 'O'.
           88 premiere-feuille value 'O' false 'N'.
       1 v-personnel-dispo pic x value 'N'.
           88 personnel-dispo value 'O' false 'N'.
       1 personnel-courant pic 9(4).
       1 nb-feuille pic 9(3).
       1 duree-feuille pic 9(5).
       1 heures pic 9(3)v99.
       1 heures-edit pic zz9.99.
       1 duree-edit pic zz9.
       1 libelle-type pic x(13).
       1 libelle-urgence pic x(7).
       1 tot-taches pic 9(6) value 0.
       1 tot-feuilles pic 9(6) value 0.
       1 tot-non-affectees pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Feuilles de route du jour (ou de la date AAAAMMJJ passee en
      * argument) : une feuille par intervenant, ses menages classes
      * par ville puis appartement, recouches signalees, duree
      * prevue. Les taches non encore affectees sortent sur une
      * premiere feuille a repartir a la main.
       procedure division.
           accept date-route from date yyyymmdd
           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to date-route
           end-if

           open input f-taches
           if fs-taches = '35'
               display 'PG-FEUILLES-ROUTE - pas de fichier'
                   ' menage.dat, rien a editer'
               stop run
           end-if
           if fs-taches <> '00'
               display 'PG-FEUILLES-ROUTE - ouverture menage.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-FEUILLES-ROUTE - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open input f-personnel
           if fs-personnel = '00'
               set personnel-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-FEUILLES-ROUTE - ouverture'
                   ' feuilles-route.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           sort f-tri
               on ascending key tr-numpersonnel tr-ville tr-numappart
               input procedure selectionner-taches
               output procedure editer-feuilles

           close f-taches
           close f-appart
           if personnel-dispo
               close f-personnel
           end-if
           close f-impression

           display 'PG-FEUILLES-ROUTE - TOTAUX DE CONTROLE'
           display 'menages du jour      : ' tot-taches
           display 'feuilles editees     : ' tot-feuilles
           display 'taches non affectees : ' tot-non-affectees
           stop run.

       selectionner-taches.
           set fin-lecture to false
           read f-taches next record at end set fin-lecture to true
           end-read
           perform until fin-lecture
               if TMDate = date-route
                   compute tot-taches = tot-taches + 1
                   move TMnumappart to Anumappart
                   read f-appart key is Anumappart
                       invalid key
                           move spaces to AVille
                           move 0 to AEtage
                           move 0 to Anbpiece
                   end-read
                   move TMnumpersonnel to tr-numpersonnel
                   move AVille to tr-ville
                   move TMnumappart to tr-numappart
                   move AEtage to tr-etage
                   move Anbpiece to tr-nbpiece
                   move TMnumresa to tr-numresa
                   move TMUrgent to tr-urgent
                   move TMDureePrevue to tr-duree
                   release tri-rec
               end-if
               read f-taches next record at end set fin-lecture to true
               end-read
               if fs-taches <> '00' and fs-taches <> '10'
                   display 'PG-FEUILLES-ROUTE - lecture menage.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-taches
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       editer-feuilles.
           set fin-lecture to false
           return f-tri at end set fin-lecture to true
           end-return
           perform until fin-lecture
               if premiere-feuille
                   or tr-numpersonnel <> personnel-courant
                   if not premiere-feuille
                       perform terminer-feuille
                   end-if
                   set premiere-feuille to false
                   perform commencer-feuille
               end-if
               perform editer-tache
               return f-tri at end set fin-lecture to true
               end-return
           end-perform
           if not premiere-feuille
               perform terminer-feuille
           end-if.

       commencer-feuille.
           move tr-numpersonnel to personnel-courant
           move 0 to nb-feuille
           move 0 to duree-feuille
           compute tot-feuilles = tot-feuilles + 1
           move spaces to PNNom
           move spaces to libelle-type
           if personnel-courant > 0 and personnel-dispo
               move personnel-courant to PNcode
               read f-personnel key is PNcode
                   invalid key move spaces to PNNom
                   not invalid key
                       if PNType = 'S'
                           move 'sous-traitant' to libelle-type
                       else
                           move 'salarie' to libelle-type
                       end-if
               end-read
           end-if
           move all '=' to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           if personnel-courant = 0
               string 'TACHES NON AFFECTEES du ' date-route
                   delimited by size into ligne-tampon
           else
               string 'FEUILLE DE ROUTE du ' date-route
                   ' - intervenant ' personnel-courant ' ' PNNom
                   ' ' libelle-type
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           string 'Ville                Appart Etage Pieces Resa'
               '   Recouche Duree'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne.

       editer-tache.
           compute nb-feuille = nb-feuille + 1
           compute duree-feuille = duree-feuille + tr-duree
           if personnel-courant = 0
               compute tot-non-affectees = tot-non-affectees + 1
           end-if
           if tr-urgent = 'O'
               move 'URGENT' to libelle-urgence
           else
               move spaces to libelle-urgence
           end-if
           move tr-duree to duree-edit
           move spaces to ligne-tampon
           string tr-ville ' ' tr-numappart '   ' tr-etage '    '
               tr-nbpiece '     ' tr-numresa ' ' libelle-urgence
               '  ' duree-edit ' mn'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne.

       terminer-feuille.
           compute heures rounded = duree-feuille / 60
           move heures to heures-edit
           move spaces to ligne-tampon
           string 'Menages : ' nb-feuille '   Duree prevue : '
               heures-edit ' h'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-impr
           perform ecrire-ligne.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-FEUILLES-ROUTE - ecriture'
                   ' feuilles-route.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-feuilles-route.
