       program-id. pg-maj-dispo.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-ot assign 'ot.dat'
           organization indexed
           access dynamic
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-dispo assign 'dispo-nuits.dat'
           organization indexed
           access dynamic
           record key DNcle
           file status fs-dispo.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-ot.
           copy ordre-travail.

       fd f-dispo.
           copy dispo-nuit.

       working-storage section.
       1 fs-resa pic xx.
       1 fs-ot pic xx.
       1 fs-dispo pic xx.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-ot pic x value 'N'.
           88 fin-ot value 'O' false 'N'.
       1 v-fin-dispo pic x value 'N'.
           88 fin-dispo value 'O' false 'N'.
       1 date-jour pic 9(8).
      * Les travaux bloquants sans date de fin sont reportes sur deux
      * ans ; la reconstruction de la nuit fait avancer cette borne.
       1 horizon-jours pic 9(3) value 730.
       1 horizon-entier pic 9(7).
       1 debut-entier pic 9(7).
       1 fin-entier pic 9(7).
       1 fen-debut pic 9(7).
       1 fen-fin pic 9(7).
       1 date-fen-fin pic 9(8).
       1 ecart-fenetre pic 9(7).
       1 nb-nuits pic 999.
       1 arrivee-entier pic 9(7).
       1 depart-entier pic 9(7).
       1 jx pic 9(7).
       1 n pic 999.
       1 etat-resa pic x.
       1 rang-nouveau pic 9.
       1 rang-actuel pic 9.
       1 tbl-nuits occurs 366 times.
           2 tn-etat-resa pic x.
           2 tn-numresa pic 9(6).
           2 tn-numot pic 9(6).
           2 tn-present pic x.
           2 tn-lu pic x(26).

       linkage section.
       1 p-numappart pic 9999.
       1 p-debut pic 9(8).
       1 p-fin pic 9(8).
       1 p-ecarts pic 9(5).

      * Index des disponibilites nuit par nuit (dispo-nuits.dat) lu par
      * pg-dispo, pg-planning, pg-calendrier et pg-export-portail.
      * Recalcule les nuits p-debut (incluse) a p-fin (exclue) de
      * l'appartement d'apres resa.dat et ot.dat, et corrige l'index ;
      * p-debut a zero : toutes les nuits de l'appartement, y compris
      * celles que l'index porte encore a tort. Une nuit libre n'a pas
      * d'enregistrement. Etat : T travaux bloquants (prioritaires),
      * sinon R reserve, P proprietaire, O option ; a deux resa sur
      * la meme nuit, la plus ferme l'emporte, puis le plus petit
      * numero. Rend le nombre de nuits corrigees.
       procedure division using p-numappart p-debut p-fin p-ecarts.
           move 0 to p-ecarts
           accept date-jour from date yyyymmdd
           compute horizon-entier =
               function integer-of-date(date-jour) + horizon-jours

      * L'index n'est cree que par pg-controle-dispo, qui le construit
      * en entier : avant ce premier passage il n'y a rien a tenir.
           open i-o f-dispo
           if fs-dispo = '35'
               goback
           end-if
           if fs-dispo <> '00'
               display 'PG-MAJ-DISPO - ouverture dispo-nuits.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-dispo
               goback
           end-if
           set resa-dispo to false
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if
           set ot-dispo to false
           open input f-ot
           if fs-ot = '00'
               set ot-dispo to true
           end-if

           if p-debut = 0
               perform etendue-appart
           else
               compute debut-entier = function integer-of-date(p-debut)
               compute fin-entier = function integer-of-date(p-fin)
           end-if

           move debut-entier to fen-debut
           perform until fen-debut >= fin-entier
               compute ecart-fenetre = fin-entier - fen-debut
               if ecart-fenetre > 366
                   move 366 to nb-nuits
               else
                   move ecart-fenetre to nb-nuits
               end-if
               compute fen-fin = fen-debut + nb-nuits
               compute date-fen-fin = function date-of-integer(fen-fin)
               perform calculer-fenetre
               perform lire-fenetre
               perform corriger-fenetre
               move fen-fin to fen-debut
           end-perform

           if resa-dispo
               close f-resa
           end-if
           if ot-dispo
               close f-ot
           end-if
           close f-dispo
           goback.

      * Toutes les nuits de l'appartement : celles des resa et des
      * travaux bloquants, et celles deja portees par l'index.
       etendue-appart.
           move 9999999 to debut-entier
           move 0 to fin-entier
           if resa-dispo
               perform ouvrir-resa-appart
               perform until fin-resa or Rnumappart <> p-numappart
                   if RStatut <> 'A' and RDateArrivee > 0
                       and RDateDepart > RDateArrivee
                       compute arrivee-entier =
                           function integer-of-date(RDateArrivee)
                       compute depart-entier =
                           function integer-of-date(RDateDepart)
                       if arrivee-entier < debut-entier
                           move arrivee-entier to debut-entier
                       end-if
                       if depart-entier > fin-entier
                           move depart-entier to fin-entier
                       end-if
                   end-if
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-perform
           end-if
           if ot-dispo
               perform ouvrir-ot-appart
               perform until fin-ot or OTnumappart <> p-numappart
                   if OTStatut = 'O' and OTBloquant = 'O'
                       and OTDateOuverture > 0
                       compute arrivee-entier =
                           function integer-of-date(OTDateOuverture)
                       if arrivee-entier < debut-entier
                           move arrivee-entier to debut-entier
                       end-if
                       if horizon-entier > fin-entier
                           move horizon-entier to fin-entier
                       end-if
                   end-if
                   read f-ot next record at end set fin-ot to true
                   end-read
               end-perform
           end-if
           set fin-dispo to false
           move p-numappart to DNnumappart
           move 0 to DNDate
           start f-dispo key is >= DNcle
               invalid key set fin-dispo to true
           end-start
           if not fin-dispo
               read f-dispo next record at end set fin-dispo to true
               end-read
           end-if
           perform until fin-dispo or DNnumappart <> p-numappart
               compute jx = function integer-of-date(DNDate)
               if jx < debut-entier
                   move jx to debut-entier
               end-if
               if jx + 1 > fin-entier
                   compute fin-entier = jx + 1
               end-if
               read f-dispo next record at end set fin-dispo to true
               end-read
           end-perform.

       ouvrir-resa-appart.
           set fin-resa to false
           move p-numappart to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if.

       ouvrir-ot-appart.
           set fin-ot to false
           move p-numappart to OTnumappart
           start f-ot key is >= OTnumappart
               invalid key set fin-ot to true
           end-start
           if not fin-ot
               read f-ot next record at end set fin-ot to true
               end-read
           end-if.

      * Etat attendu de chaque nuit de la fenetre (366 nuits au plus).
       calculer-fenetre.
           perform varying n from 1 by 1 until n > nb-nuits
               move space to tn-etat-resa(n)
               move 0 to tn-numresa(n)
               move 0 to tn-numot(n)
           end-perform
           if resa-dispo
               perform ouvrir-resa-appart
               perform until fin-resa or Rnumappart <> p-numappart
                   if RStatut <> 'A' and RDateArrivee > 0
                       and RDateDepart > RDateArrivee
                       compute arrivee-entier =
                           function integer-of-date(RDateArrivee)
                       compute depart-entier =
                           function integer-of-date(RDateDepart)
                       perform borner-fenetre
                       perform varying jx from arrivee-entier by 1
                           until jx >= depart-entier
                           compute n = jx - fen-debut + 1
                           perform retenir-resa
                       end-perform
                   end-if
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-perform
           end-if
           if ot-dispo
               perform ouvrir-ot-appart
               perform until fin-ot or OTnumappart <> p-numappart
                   if OTStatut = 'O' and OTBloquant = 'O'
                       and OTDateOuverture > 0
                       compute arrivee-entier =
                           function integer-of-date(OTDateOuverture)
                       move horizon-entier to depart-entier
                       perform borner-fenetre
                       perform varying jx from arrivee-entier by 1
                           until jx >= depart-entier
                           compute n = jx - fen-debut + 1
                           if tn-numot(n) = 0
                               or OTnumot < tn-numot(n)
                               move OTnumot to tn-numot(n)
                           end-if
                       end-perform
                   end-if
                   read f-ot next record at end set fin-ot to true
                   end-read
               end-perform
           end-if.

       borner-fenetre.
           if arrivee-entier < fen-debut
               move fen-debut to arrivee-entier
           end-if
           if depart-entier > fen-fin
               move fen-fin to depart-entier
           end-if.

       retenir-resa.
           evaluate true
               when RType = 'P'
                   move 'P' to etat-resa
                   move 2 to rang-nouveau
               when RStatut = 'O'
                   move 'O' to etat-resa
                   move 1 to rang-nouveau
               when other
                   move 'R' to etat-resa
                   move 3 to rang-nouveau
           end-evaluate
           evaluate tn-etat-resa(n)
               when 'R' move 3 to rang-actuel
               when 'P' move 2 to rang-actuel
               when 'O' move 1 to rang-actuel
               when other move 0 to rang-actuel
           end-evaluate
           if rang-nouveau > rang-actuel
               or (rang-nouveau = rang-actuel
                   and Rnumresa < tn-numresa(n))
               move etat-resa to tn-etat-resa(n)
               move Rnumresa to tn-numresa(n)
           end-if.

      * Nuits de la fenetre deja portees par l'index.
       lire-fenetre.
           perform varying n from 1 by 1 until n > nb-nuits
               move 'N' to tn-present(n)
           end-perform
           set fin-dispo to false
           move p-numappart to DNnumappart
           compute DNDate = function date-of-integer(fen-debut)
           start f-dispo key is >= DNcle
               invalid key set fin-dispo to true
           end-start
           if not fin-dispo
               read f-dispo next record at end set fin-dispo to true
               end-read
           end-if
           perform until fin-dispo or DNnumappart <> p-numappart
                   or DNDate >= date-fen-fin
               compute n = function integer-of-date(DNDate)
                   - fen-debut + 1
               move 'O' to tn-present(n)
               move dispo-nuit to tn-lu(n)
               read f-dispo next record at end set fin-dispo to true
               end-read
           end-perform.

       corriger-fenetre.
           perform varying n from 1 by 1 until n > nb-nuits
               move p-numappart to DNnumappart
               compute DNDate =
                   function date-of-integer(fen-debut + n - 1)
               move tn-etat-resa(n) to DNEtatResa
               move tn-numresa(n) to DNnumresa
               move tn-numot(n) to DNnumot
               if DNnumot > 0
                   move 'T' to DNEtat
               else
                   move DNEtatResa to DNEtat
               end-if
               if DNEtat = space
                   if tn-present(n) = 'O'
                       delete f-dispo record
                           invalid key continue
                       end-delete
                       compute p-ecarts = p-ecarts + 1
                   end-if
               else if tn-present(n) = 'N'
                   write dispo-nuit
                       invalid key continue
                   end-write
                   compute p-ecarts = p-ecarts + 1
               else if dispo-nuit <> tn-lu(n)
                   rewrite dispo-nuit
                       invalid key continue
                   end-rewrite
                   compute p-ecarts = p-ecarts + 1
               end-if end-if end-if
           end-perform.

       end program pg-maj-dispo.
