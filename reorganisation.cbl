       program-id. pg-reorganisation.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-echeances assign 'echeances.dat'
           organization indexed
           access dynamic
           record key ECcle
           file status fs-echeances.

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

           select f-dechargement assign 'reorganisation.tmp'
           organization record sequential
           file status fs-dechargement.

           select f-catalogue assign 'sauvegardes.cat'
           organization line sequential
           file status fs-catalogue.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

           select f-impression assign 'reorganisation.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-factures.
           copy facture.

       fd f-echeances.
           copy echeance.

       fd f-paiements.
           copy paiement.

       fd f-dechargement
           record varying in size from 1 to 4000
           depending on lg-dechargement.
       1 dechargement-rec pic x(4000).

       fd f-catalogue.
       1 catalogue-ligne.
           2 cat-date pic 9(8).
           2 filler pic x.
           2 cat-nb-proprio pic 9(6).
           2 filler pic x.
           2 cat-nb-appart pic 9(6).
           2 filler pic x.
           2 cat-hash pic 9(10).
           2 filler pic x.
           2 cat-type pic x.
           2 filler pic x.
           2 cat-fichier pic x(31).
           2 filler pic x.
           2 cat-nb-enreg pic 9(9).

       fd f-evenements.
       1 evenement-rec pic x(160).

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-resa pic xx.
       1 fs-factures pic xx.
       1 fs-echeances pic xx.
       1 fs-paiements pic xx.
       1 fs-dechargement pic xx.
       1 fs-catalogue pic xx.
       1 fs-evenements pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 fichier-demande pic x(30).
       1 date-jour pic 9(8).
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 lg-dechargement pic 9(4).
       1 nom-maitre pic x(31).
       1 prefixe-copie pic x(20).
       1 nom-copie pic x(31).
       1 nom-dechargement pic x(31) value 'reorganisation.tmp'.
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
      * Comptes par cle : 1 = cle principale, 2 et 3 = cles
      * secondaires ; avant et apres rechargement.
       1 nb-cles pic 9.
       1 kx pic 9.
       1 tbl-comptes.
           2 cpt-cle pic 9(9) occurs 3 times.
       1 tbl-comptes-avant.
           2 cpt-avant pic 9(9) occurs 3 times.
       1 cpt-decharges pic 9(9).
       1 cpt-recharges pic 9(9).
       1 details-fichier.
           2 df-taille pic 9(18) binary.
           2 df-jour pic x.
           2 df-mois pic x.
           2 df-annee pic xx.
           2 df-heures pic x.
           2 df-minutes pic x.
           2 df-secondes pic x.
           2 df-centiemes pic x.
       1 taille-avant pic 9(18).
       1 taille-apres pic 9(18).
       1 gain-pct pic s999v9.
       1 anomalie pic x(60).
       1 cpt-edit pic zzzzzzzz9.
       1 taille-edit pic zzzzzzzzzzz9.
       1 gain-edit pic -zz9.9.
       1 tot-fichiers pic 9(4) value 0.
       1 tot-reorganises pic 9(4) value 0.

      * Reorganisation mensuelle des maitres indexes qui vivent de
      * creations, reecritures et suppressions (purge, archivage).
      * Pour chaque fichier : copie de sauvegarde notee au catalogue
      * sauvegardes.cat (type R), comptage par la cle principale et
      * par chaque cle secondaire, dechargement puis rechargement a
      * neuf, nouveau comptage et tailles avant/apres. Au moindre
      * ecart de comptage, evenement dans evenements.dat et arret ;
      * si l'ecart apparait apres rechargement, le fichier est remis
      * depuis la copie. Argument 1 facultatif : resa, factures,
      * echeances ou paiements pour ne traiter que ce fichier.
      * paiements.dat est sequentiel : sauvegarde, comptage et taille
      * seulement, il n'a pas d'index a reconstruire.
       procedure division.
           accept date-jour from date yyyymmdd
           display 1 upon argument-number
           accept arg-buffer from argument-value
           move function lower-case(function trim(arg-buffer))
               to fichier-demande

           open output f-impression
           if fs-impression <> '00'
               display 'PG-REORGANISATION - ouverture'
                   ' reorganisation.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-impr
           string 'REORGANISATION DES FICHIERS INDEXES DU ' date-jour
               delimited by size into ligne-impr
           write ligne-impr
           move spaces to ligne-impr
           write ligne-impr
           move 'Fichier          Cle           Avant      Apres'
               to ligne-impr
           write ligne-impr

           if fichier-demande = spaces or 'resa'
               perform traiter-resa
           end-if
           if fichier-demande = spaces or 'factures'
               perform traiter-factures
           end-if
           if fichier-demande = spaces or 'echeances'
               perform traiter-echeances
           end-if
           if fichier-demande = spaces or 'paiements'
               perform traiter-paiements
           end-if

           close f-impression
           display 'PG-REORGANISATION - TOTAUX DE CONTROLE'
           display 'fichiers traites     : ' tot-fichiers
           display 'fichiers reorganises : ' tot-reorganises
           stop run.

       traiter-resa.
           move 'resa.dat' to nom-maitre
           move 'resa' to prefixe-copie
           open input f-resa
           if fs-resa = '35'
               perform noter-absent
           else
               if fs-resa <> '00'
                   move 'ouverture impossible' to anomalie
                   perform arreter-sur-anomalie
               end-if
               close f-resa
               perform compter-resa
               perform sauvegarder
               perform controler-comptes-avant

               open input f-resa
               perform ouvrir-dechargement-sortie
               move 0 to cpt-decharges
               set fin-fichier to false
               perform until fin-fichier
                   read f-resa next record
                       at end set fin-fichier to true
                       not at end
                           move function length(reservation)
                               to lg-dechargement
                           move reservation to dechargement-rec
                           write dechargement-rec
                           compute cpt-decharges = cpt-decharges + 1
                   end-read
               end-perform
               close f-resa
               close f-dechargement
               perform controler-dechargement

               open output f-resa
               perform ouvrir-dechargement-entree
               move 0 to cpt-recharges
               set fin-fichier to false
               perform until fin-fichier
                   read f-dechargement
                       at end set fin-fichier to true
                       not at end
                           move dechargement-rec(1:lg-dechargement)
                               to reservation
                           write reservation
                           if fs-resa = '00'
                               compute cpt-recharges =
                                   cpt-recharges + 1
                           end-if
                   end-read
               end-perform
               close f-resa
               close f-dechargement

               perform compter-resa
               perform controler-comptes-apres
           end-if.

       compter-resa.
           move 3 to nb-cles
           move zeros to tbl-comptes
           open input f-resa
           set fin-fichier to false
           perform until fin-fichier
               read f-resa next record
                   at end set fin-fichier to true
                   not at end compute cpt-cle(1) = cpt-cle(1) + 1
               end-read
           end-perform
           move 0 to Rnumappart
           set fin-fichier to false
           start f-resa key >= Rnumappart
               invalid key set fin-fichier to true
           end-start
           perform until fin-fichier
               read f-resa next record
                   at end set fin-fichier to true
                   not at end compute cpt-cle(2) = cpt-cle(2) + 1
               end-read
           end-perform
           move 0 to RDateDepart
           set fin-fichier to false
           start f-resa key >= RDateDepart
               invalid key set fin-fichier to true
           end-start
           perform until fin-fichier
               read f-resa next record
                   at end set fin-fichier to true
                   not at end compute cpt-cle(3) = cpt-cle(3) + 1
               end-read
           end-perform
           close f-resa.

       traiter-factures.
           move 'factures.dat' to nom-maitre
           move 'factures' to prefixe-copie
           open input f-factures
           if fs-factures = '35'
               perform noter-absent
           else
               if fs-factures <> '00'
                   move 'ouverture impossible' to anomalie
                   perform arreter-sur-anomalie
               end-if
               close f-factures
               perform compter-factures
               perform sauvegarder
               perform controler-comptes-avant

               open input f-factures
               perform ouvrir-dechargement-sortie
               move 0 to cpt-decharges
               set fin-fichier to false
               perform until fin-fichier
                   read f-factures next record
                       at end set fin-fichier to true
                       not at end
                           move function length(facture)
                               to lg-dechargement
                           move facture to dechargement-rec
                           write dechargement-rec
                           compute cpt-decharges = cpt-decharges + 1
                   end-read
               end-perform
               close f-factures
               close f-dechargement
               perform controler-dechargement

               open output f-factures
               perform ouvrir-dechargement-entree
               move 0 to cpt-recharges
               set fin-fichier to false
               perform until fin-fichier
                   read f-dechargement
                       at end set fin-fichier to true
                       not at end
                           move dechargement-rec(1:lg-dechargement)
                               to facture
                           write facture
                           if fs-factures = '00'
                               compute cpt-recharges =
                                   cpt-recharges + 1
                           end-if
                   end-read
               end-perform
               close f-factures
               close f-dechargement

               perform compter-factures
               perform controler-comptes-apres
           end-if.

       compter-factures.
           move 3 to nb-cles
           move zeros to tbl-comptes
           open input f-factures
           set fin-fichier to false
           perform until fin-fichier
               read f-factures next record
                   at end set fin-fichier to true
                   not at end compute cpt-cle(1) = cpt-cle(1) + 1
               end-read
           end-perform
           move 0 to Fnumresa
           set fin-fichier to false
           start f-factures key >= Fnumresa
               invalid key set fin-fichier to true
           end-start
           perform until fin-fichier
               read f-factures next record
                   at end set fin-fichier to true
                   not at end compute cpt-cle(2) = cpt-cle(2) + 1
               end-read
           end-perform
           move 0 to Fnumprop
           set fin-fichier to false
           start f-factures key >= Fnumprop
               invalid key set fin-fichier to true
           end-start
           perform until fin-fichier
               read f-factures next record
                   at end set fin-fichier to true
                   not at end compute cpt-cle(3) = cpt-cle(3) + 1
               end-read
           end-perform
           close f-factures.

       traiter-echeances.
           move 'echeances.dat' to nom-maitre
           move 'echeances' to prefixe-copie
           open input f-echeances
           if fs-echeances = '35'
               perform noter-absent
           else
               if fs-echeances <> '00'
                   move 'ouverture impossible' to anomalie
                   perform arreter-sur-anomalie
               end-if
               close f-echeances
               perform compter-echeances
               perform sauvegarder
               perform controler-comptes-avant

               open input f-echeances
               perform ouvrir-dechargement-sortie
               move 0 to cpt-decharges
               set fin-fichier to false
               perform until fin-fichier
                   read f-echeances next record
                       at end set fin-fichier to true
                       not at end
                           move function length(echeance)
                               to lg-dechargement
                           move echeance to dechargement-rec
                           write dechargement-rec
                           compute cpt-decharges = cpt-decharges + 1
                   end-read
               end-perform
               close f-echeances
               close f-dechargement
               perform controler-dechargement

               open output f-echeances
               perform ouvrir-dechargement-entree
               move 0 to cpt-recharges
               set fin-fichier to false
               perform until fin-fichier
                   read f-dechargement
                       at end set fin-fichier to true
                       not at end
                           move dechargement-rec(1:lg-dechargement)
                               to echeance
                           write echeance
                           if fs-echeances = '00'
                               compute cpt-recharges =
                                   cpt-recharges + 1
                           end-if
                   end-read
               end-perform
               close f-echeances
               close f-dechargement

               perform compter-echeances
               perform controler-comptes-apres
           end-if.

       compter-echeances.
           move 1 to nb-cles
           move zeros to tbl-comptes
           open input f-echeances
           set fin-fichier to false
           perform until fin-fichier
               read f-echeances next record
                   at end set fin-fichier to true
                   not at end compute cpt-cle(1) = cpt-cle(1) + 1
               end-read
           end-perform
           close f-echeances.

       traiter-paiements.
           move 'paiements.dat' to nom-maitre
           move 'paiements' to prefixe-copie
           open input f-paiements
           if fs-paiements = '35'
               perform noter-absent
           else
               if fs-paiements <> '00'
                   move 'ouverture impossible' to anomalie
                   perform arreter-sur-anomalie
               end-if
               move 1 to nb-cles
               move zeros to tbl-comptes
               set fin-fichier to false
               perform until fin-fichier
                   read f-paiements
                       at end set fin-fichier to true
                       not at end compute cpt-cle(1) = cpt-cle(1) + 1
                   end-read
               end-perform
               close f-paiements
               perform sauvegarder
               move tbl-comptes to tbl-comptes-avant
               move taille-avant to taille-apres
               compute tot-fichiers = tot-fichiers + 1
               perform editer-fichier
               move '  sequentiel : sauvegarde et comptage seulement'
                   to ligne-impr
               write ligne-impr
           end-if.

      * Copie de sauvegarde avant toute ecriture, notee au catalogue
      * des sauvegardes (les lignes de type R sont ignorees par
      * pg-restauration, qui ne restaure que les paires proprio/appart).
       sauvegarder.
           move tbl-comptes to tbl-comptes-avant
           move spaces to nom-copie
           string function trim(prefixe-copie) date-jour '.reo'
               delimited by size into nom-copie
           call 'CBL_CHECK_FILE_EXIST' using nom-maitre details-fichier
           end-call
           move df-taille to taille-avant
           call 'CBL_COPY_FILE' using nom-maitre nom-copie end-call
           if return-code <> 0
               move 0 to return-code
               move 'copie de sauvegarde impossible' to anomalie
               perform arreter-sur-anomalie
           end-if

           open extend f-catalogue
           if fs-catalogue = '35'
               open output f-catalogue
           end-if
           if fs-catalogue <> '00'
               move 'ecriture sauvegardes.cat impossible' to anomalie
               perform arreter-sur-anomalie
           end-if
           move spaces to catalogue-ligne
           move date-jour to cat-date
           move 0 to cat-nb-proprio
           move 0 to cat-nb-appart
           move 0 to cat-hash
           move 'R' to cat-type
           move nom-copie to cat-fichier
           move cpt-cle(1) to cat-nb-enreg
           write catalogue-ligne
           close f-catalogue.

       controler-comptes-avant.
           perform varying kx from 2 by 1 until kx > nb-cles
               if cpt-cle(kx) <> cpt-cle(1)
                   move 'comptes differents selon la cle, avant'
                       to anomalie
                   perform arreter-sur-anomalie
               end-if
           end-perform.

       controler-dechargement.
           if cpt-decharges <> cpt-avant(1)
               move 'dechargement incomplet, fichier non modifie'
                   to anomalie
               perform arreter-sur-anomalie
           end-if.

       controler-comptes-apres.
           move space to anomalie
           if cpt-recharges <> cpt-avant(1)
               move 'rechargement incomplet' to anomalie
           end-if
           perform varying kx from 1 by 1 until kx > nb-cles
               if cpt-cle(kx) <> cpt-avant(1)
                   move 'comptes differents apres reorganisation'
                       to anomalie
               end-if
           end-perform
           if anomalie <> spaces
               call 'CBL_COPY_FILE' using nom-copie nom-maitre end-call
               perform arreter-sur-anomalie
           end-if

           call 'CBL_CHECK_FILE_EXIST' using nom-maitre details-fichier
           end-call
           move df-taille to taille-apres
           call 'CBL_DELETE_FILE' using nom-dechargement end-call
           compute tot-fichiers = tot-fichiers + 1
           compute tot-reorganises = tot-reorganises + 1
           perform editer-fichier.

       ouvrir-dechargement-sortie.
           open output f-dechargement
           if fs-dechargement <> '00'
               move 'ouverture reorganisation.tmp impossible'
                   to anomalie
               perform arreter-sur-anomalie
           end-if.

       ouvrir-dechargement-entree.
           open input f-dechargement
           if fs-dechargement <> '00'
               call 'CBL_COPY_FILE' using nom-copie nom-maitre end-call
               move 'relecture reorganisation.tmp impossible'
                   to anomalie
               perform arreter-sur-anomalie
           end-if.

       noter-absent.
           move spaces to ligne-impr
           string nom-maitre delimited by space
               ' absent, rien a reorganiser' delimited by size
               into ligne-impr
           write ligne-impr.

       editer-fichier.
           perform varying kx from 1 by 1 until kx > nb-cles
               move spaces to ligne-impr
               if kx = 1
                   move nom-maitre to ligne-impr(1:16)
                   move 'principale' to ligne-impr(18:12)
               else
                   move 'secondaire' to ligne-impr(18:10)
                   compute kx = kx - 1
                   move kx to ligne-impr(29:1)
                   compute kx = kx + 1
               end-if
               move cpt-avant(kx) to cpt-edit
               move cpt-edit to ligne-impr(30:9)
               move cpt-cle(kx) to cpt-edit
               move cpt-edit to ligne-impr(40:9)
               write ligne-impr
           end-perform
           move spaces to ligne-impr
           move 'taille (octets)' to ligne-impr(18:15)
           move taille-avant to taille-edit
           move taille-edit to ligne-impr(33:12)
           move taille-apres to taille-edit
           move taille-edit to ligne-impr(46:12)
           if taille-avant > 0
               compute gain-pct rounded =
                   (taille-avant - taille-apres) * 100 / taille-avant
               move gain-pct to gain-edit
               move 'gain' to ligne-impr(60:4)
               move gain-edit to ligne-impr(65:6)
               move '%' to ligne-impr(71:1)
           end-if
           write ligne-impr
           move spaces to ligne-impr
           string '  copie de sauvegarde : ' nom-copie
               delimited by size into ligne-impr
           write ligne-impr.

      * Arret propre : evenement pour le rapport du matin, ligne a
      * l'etat, code retour 1 pour arreter la chaine. Un ecart apres
      * rechargement a deja fait remettre le fichier depuis la copie.
       arreter-sur-anomalie.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           move spaces to evenement-rec
           string ev-date ' ' ev-heure ' PG-REORGANISATION '
               nom-maitre delimited by space
               ' ' anomalie delimited by size
               into evenement-rec
           write evenement-rec
           close f-evenements

           move spaces to ligne-impr
           string nom-maitre delimited by space
               ' ARRET : ' anomalie delimited by size
               into ligne-impr
           write ligne-impr
           perform varying kx from 1 by 1 until kx > nb-cles
               move spaces to ligne-impr
               move 'cle' to ligne-impr(18:3)
               move kx to ligne-impr(22:1)
               move cpt-avant(kx) to cpt-edit
               move cpt-edit to ligne-impr(30:9)
               move cpt-cle(kx) to cpt-edit
               move cpt-edit to ligne-impr(40:9)
               write ligne-impr
           end-perform
           close f-impression

           display 'PG-REORGANISATION - ' nom-maitre ' : ' anomalie
           move 1 to return-code
           stop run.

       end program pg-reorganisation.
