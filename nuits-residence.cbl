       program-id. pg-nuits-residence.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       working-storage section.
       1 fs-resa pic xx.
       1 plafond-nuits pic 9(3) value 120.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 annee pic 9999.
       1 annee-fin pic 9999.
       1 date-borne pic 9(8).
       1 debut-entier pic 9(7).
       1 fin-entier pic 9(7).
       1 arrivee-entier pic 9(7).
       1 depart-entier pic 9(7).
       1 nuits-cumul pic 9(5).

       linkage section.
       1 p-numappart pic 9999.
       1 p-numresa pic 9(6).
       1 p-arrivee pic 9(8).
       1 p-depart pic 9(8).
       1 p-annee pic 9999.
       1 p-nuits-annee pic 9(5).
       1 p-depassement pic x.

      * Residence principale louee en meuble de tourisme : 120 nuits
      * louees au plus par annee civile. Pour chaque annee touchee par
      * le sejour p-arrivee / p-depart, cumule les nuits deja louees
      * (hors annulations et occupations proprietaire, hors la resa
      * p-numresa quand elle est modifiee) et celles du sejour.
      * Rend l'annee la plus chargee, son cumul, et p-depassement a
      * 'O' si le plafond est franchi.
       procedure division using p-numappart p-numresa p-arrivee
           p-depart p-annee p-nuits-annee p-depassement.
           move 'N' to p-depassement
           move 0 to p-nuits-annee
           move p-arrivee(1:4) to p-annee
           move p-arrivee(1:4) to annee
           compute date-borne = function date-of-integer(
               function integer-of-date(p-depart) - 1)
           move date-borne(1:4) to annee-fin

           set resa-dispo to false
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if
           perform until annee > annee-fin
               compute date-borne = annee * 10000 + 101
               compute debut-entier =
                   function integer-of-date(date-borne)
               compute date-borne = (annee + 1) * 10000 + 101
               compute fin-entier =
                   function integer-of-date(date-borne)

               move 0 to nuits-cumul
               perform cumuler-sejour-saisi
               if resa-dispo
                   perform cumuler-resa-appart
               end-if

               if nuits-cumul > p-nuits-annee
                   move nuits-cumul to p-nuits-annee
                   move annee to p-annee
               end-if
               compute annee = annee + 1
           end-perform
           if resa-dispo
               close f-resa
           end-if

           if p-nuits-annee > plafond-nuits
               move 'O' to p-depassement
           end-if
           goback.

       cumuler-sejour-saisi.
           compute arrivee-entier = function integer-of-date(p-arrivee)
           compute depart-entier = function integer-of-date(p-depart)
           perform ajouter-nuits.

       cumuler-resa-appart.
           set fin-resa to false
           move p-numappart to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa or Rnumappart <> p-numappart
               if RStatut <> 'A' and RType <> 'P'
                   and Rnumresa <> p-numresa
                   compute arrivee-entier =
                       function integer-of-date(RDateArrivee)
                   compute depart-entier =
                       function integer-of-date(RDateDepart)
                   perform ajouter-nuits
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
           end-perform.

      * Nuits d'un sejour comprises dans l'annee en cours d'examen.
       ajouter-nuits.
           if arrivee-entier < debut-entier
               move debut-entier to arrivee-entier
           end-if
           if depart-entier > fin-entier
               move fin-entier to depart-entier
           end-if
           if depart-entier > arrivee-entier
               compute nuits-cumul =
                   nuits-cumul + depart-entier - arrivee-entier
           end-if.

       end program pg-nuits-residence.
