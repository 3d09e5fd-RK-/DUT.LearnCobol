       program-id. pg-rapport-securite.

       file-control.
           select f-securite assign 'securite-journal.dat'
           organization line sequential
           file status fs-securite.

           select f-operateurs assign 'operateurs.dat'
           organization indexed
           access sequential
           record key OPCode
           file status fs-operateurs.

           select f-impression assign 'rapport-securite.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-securite.
           copy securite.

       fd f-operateurs.
           copy operateur.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-securite pic xx.
       1 fs-operateurs pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 date-debut pic 9(8).
       1 duree-mdp pic 999 value 90.
       1 age-mdp pic 9(6).
       1 v-fin-securite pic x value 'N'.
           88 fin-securite value 'O' false 'N'.
       1 v-fin-operateurs pic x value 'N'.
           88 fin-operateurs value 'O' false 'N'.
       1 v-trouve pic x.
           88 operateur-trouve value 'O' false 'N'.
       1 nb-operateurs pic 9(4) value 0.
       1 tbl-operateurs occurs 500 times.
           2 to-code pic x(8).
           2 to-signon pic 9(5).
           2 to-echec pic 9(5).
           2 to-blocage pic 9(5).
           2 to-refus pic 9(5).
           2 to-chgtmdp pic 9(5).
           2 to-admin pic 9(5).
       1 ox pic 9(4).
       1 nb-edit pic zzzz9.
       1 date-edit pic 9999/99/99.
       1 tot-lus pic 9(6) value 0.
       1 tot-retenus pic 9(6) value 0.
       1 tot-incidents pic 9(6) value 0.
       1 tot-bloques pic 9(4) value 0.
       1 tot-expires pic 9(4) value 0.

      * Rapport hebdomadaire du journal securite pour le responsable
      * d'agence : evenements des 7 derniers jours (ou depuis la date
      * AAAAMMJJ donnee en argument 1) par operateur, detail des
      * echecs, blocages et refus, puis operateurs bloques et mots
      * de passe a changer a ce jour.
       procedure division.
           accept date-jour from date yyyymmdd
           compute date-debut = function date-of-integer(
               function integer-of-date(date-jour) - 7)

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to date-debut
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RAPPORT-SECURITE - ouverture'
                   ' rapport-securite.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-impr
           move date-debut to date-edit
           string 'RAPPORT SECURITE DES ACCES - DU ' date-edit
               delimited by size into ligne-impr
           move date-jour to date-edit
           move ' AU ' to ligne-impr(43:4)
           move date-edit to ligne-impr(47:10)
           write ligne-impr
           move spaces to ligne-impr
           write ligne-impr
           move 'INCIDENTS (echecs, blocages, refus)' to ligne-impr
           write ligne-impr
           move 'Date       Heure    Operat.  Evenement F Auteur   '
               to ligne-impr
           move 'Motif' to ligne-impr(52:5)
           write ligne-impr

           open input f-securite
           if fs-securite = '35'
               display 'PG-RAPPORT-SECURITE - pas de fichier'
                   ' securite-journal.dat'
           else if fs-securite <> '00'
               display 'PG-RAPPORT-SECURITE - ouverture'
                   ' securite-journal.dat impossible'
               display 'code retour fichier : ' fs-securite
               move 1 to return-code
               stop run
           else
               perform until fin-securite
                   read f-securite
                       at end set fin-securite to true
                       not at end
                           compute tot-lus = tot-lus + 1
                           if ESDate >= date-debut
                               perform traiter-evenement
                           end-if
                   end-read
               end-perform
               close f-securite
           end-if end-if

           move spaces to ligne-impr
           write ligne-impr
           move 'EVENEMENTS PAR OPERATEUR' to ligne-impr
           write ligne-impr
           move 'Operat.   Signons  Echecs Blocages  Refus Chgt.mdp'
               to ligne-impr
           move 'Admin.' to ligne-impr(53:6)
           write ligne-impr
           perform varying ox from 1 by 1 until ox > nb-operateurs
               move spaces to ligne-impr
               move to-code(ox) to ligne-impr(1:8)
               move to-signon(ox) to nb-edit
               move nb-edit to ligne-impr(12:5)
               move to-echec(ox) to nb-edit
               move nb-edit to ligne-impr(20:5)
               move to-blocage(ox) to nb-edit
               move nb-edit to ligne-impr(29:5)
               move to-refus(ox) to nb-edit
               move nb-edit to ligne-impr(36:5)
               move to-chgtmdp(ox) to nb-edit
               move nb-edit to ligne-impr(45:5)
               move to-admin(ox) to nb-edit
               move nb-edit to ligne-impr(53:5)
               write ligne-impr
           end-perform

           move spaces to ligne-impr
           write ligne-impr
           move 'ETAT DES OPERATEURS A CE JOUR' to ligne-impr
           write ligne-impr
           open input f-operateurs
           if fs-operateurs = '00'
               perform until fin-operateurs
                   read f-operateurs next record
                       at end set fin-operateurs to true
                       not at end perform controler-operateur
                   end-read
               end-perform
               close f-operateurs
           else
               move 'fichier operateurs.dat absent' to ligne-impr
               write ligne-impr
           end-if
           if tot-bloques = 0 and tot-expires = 0
               move 'aucun operateur bloque ni mot de passe a changer'
                   to ligne-impr
               write ligne-impr
           end-if

           close f-impression

           display 'PG-RAPPORT-SECURITE - TOTAUX DE CONTROLE'
           display 'evenements lus       : ' tot-lus
           display 'evenements retenus   : ' tot-retenus
           display 'incidents            : ' tot-incidents
           display 'operateurs bloques   : ' tot-bloques
           display 'mots de passe expires: ' tot-expires
           stop run.

       traiter-evenement.
           compute tot-retenus = tot-retenus + 1
           set operateur-trouve to false
           perform varying ox from 1 by 1
               until ox > nb-operateurs or operateur-trouve
               if to-code(ox) = ESOperateur
                   set operateur-trouve to true
               end-if
           end-perform
           if operateur-trouve
               compute ox = ox - 1
           else if nb-operateurs < 500
               compute nb-operateurs = nb-operateurs + 1
               move nb-operateurs to ox
               initialize tbl-operateurs(ox)
               move ESOperateur to to-code(ox)
           else
               move 0 to ox
           end-if end-if

           if ox > 0
               evaluate ESEvenement
                   when 'SIGNON'
                       compute to-signon(ox) = to-signon(ox) + 1
                   when 'ECHEC'
                       compute to-echec(ox) = to-echec(ox) + 1
                   when 'BLOCAGE'
                       compute to-blocage(ox) = to-blocage(ox) + 1
                   when 'REFUS'
                       compute to-refus(ox) = to-refus(ox) + 1
                   when 'CHGTMDP'
                       compute to-chgtmdp(ox) = to-chgtmdp(ox) + 1
                   when other
                       compute to-admin(ox) = to-admin(ox) + 1
               end-evaluate
           end-if

           if ESEvenement = 'ECHEC' or 'BLOCAGE' or 'REFUS'
               or 'DEBLOCAG' or 'MDPRAZ'
               compute tot-incidents = tot-incidents + 1
               move spaces to ligne-impr
               move ESDate to ligne-impr(1:8)
               move ESHeure(1:2) to ligne-impr(12:2)
               move ':' to ligne-impr(14:1)
               move ESHeure(3:2) to ligne-impr(15:2)
               move ESOperateur to ligne-impr(21:8)
               move ESEvenement to ligne-impr(30:8)
               move ESFonction to ligne-impr(40:1)
               move ESAuteur to ligne-impr(42:8)
               move ESDetail(1:29) to ligne-impr(52:29)
               write ligne-impr
           end-if.

       controler-operateur.
           if OPBloque = 'O'
               compute tot-bloques = tot-bloques + 1
               move spaces to ligne-impr
               move OPDateBlocage to date-edit
               string OPCode ' ' OPNom ' bloque depuis le ' date-edit
                   delimited by size into ligne-impr
               write ligne-impr
           end-if
           move 0 to age-mdp
           if OPDateMdp > 0
               compute age-mdp = function integer-of-date(date-jour)
                   - function integer-of-date(OPDateMdp)
           end-if
           if OPDateMdp = 0
               compute tot-expires = tot-expires + 1
               move spaces to ligne-impr
               string OPCode ' ' OPNom ' mot de passe provisoire'
                   delimited by size into ligne-impr
               write ligne-impr
           else if age-mdp >= duree-mdp
               compute tot-expires = tot-expires + 1
               move spaces to ligne-impr
               move OPDateMdp to date-edit
               string OPCode ' ' OPNom ' mot de passe du ' date-edit
                   ' expire' delimited by size into ligne-impr
               write ligne-impr
           end-if end-if.

       end program pg-rapport-securite.
