       program-id. pg-suggestion-tarifs.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-grille assign 'grille-tarifs.dat'
           organization indexed
           access random
           record key GTcle
           file status fs-grille.

           select f-dates assign 'tarifs-dates.dat'
           organization indexed
           access random
           record key TDcle
           file status fs-dates.

           select f-bornes assign 'bornes-tarif.dat'
           organization indexed
           access random
           record key BTnumappart
           file status fs-bornes.

           select f-attente assign 'tarifs-attente.dat'
           organization record sequential
           file status fs-attente.

           select f-garde assign 'tarifs-attente.tmp'
           organization record sequential
           file status fs-garde.

           select f-impression assign 'suggestions-tarifs.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-resa.
           copy reservation.

       fd f-grille.
           copy grille-tarif.

       fd f-dates.
           copy tarif-date.

       fd f-bornes.
           copy borne-tarif.

       fd f-attente.
       1 attente-rec.
           2 ta-numappart pic 9999.
           2 ta-ancien-tarifht pic 9999.
           2 ta-nouveau-tarifht pic 9999.
           2 ta-ancien-tarifbs pic 9999.
           2 ta-nouveau-tarifbs pic 9999.
           2 ta-ville pic x(20).
           2 ta-type pic x.
           2 ta-date-nuit pic 9(8).
           2 ta-ancien-prix pic 9999.
           2 ta-nouveau-prix pic 9999.
           2 ta-motif pic x(10).

       fd f-garde.
       1 garde-rec pic x(67).

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-resa pic xx.
       1 fs-grille pic xx.
       1 fs-dates pic xx.
       1 fs-bornes pic xx.
       1 fs-attente pic xx.
       1 fs-garde pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 horizon-jours pic 999 value 90.
       1 derniere-minute pic 99 value 14.
       1 seuil-haut pic 999 value 80.
       1 seuil-bas pic 999 value 50.
       1 pct-hausse pic 99 value 15.
       1 pct-baisse pic 99 value 15.
       1 date-jour pic 9(8).
       1 date-point-ly pic 9(8).
       1 jour-debut pic 9(7).
       1 jour-fin pic 9(7).
       1 jour-debut-ly pic 9(7).
       1 jour-fin-ly pic 9(7).
       1 jour-entier pic 9(7).
       1 jour-arrivee pic 9(7).
       1 jour-depart pic 9(7).
       1 date-nuit pic 9(8).
       1 saison-nuit pic x.
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-garde pic x value 'N'.
           88 fin-garde value 'O' false 'N'.
       1 v-garde pic x value 'N'.
           88 propositions-gardees value 'O' false 'N'.
       1 v-grille-dispo pic x value 'N'.
           88 grille-dispo value 'O' false 'N'.
       1 v-dates-dispo pic x value 'N'.
           88 dates-dispo value 'O' false 'N'.
       1 v-bornes-dispo pic x value 'N'.
           88 bornes-dispo value 'O' false 'N'.
       1 v-bornes pic x.
           88 bornes-trouvees value 'O' false 'N'.
       1 v-prix-grille pic x.
           88 prix-grille-trouve value 'O' false 'N'.
       1 v-trouve-ville pic x.
           88 ville-trouvee value 'O' false 'N'.
       1 nom-tmp pic x(31) value 'tarifs-attente.tmp'.
       1 nb-villes pic 9(3) value 0.
       1 tbl-villes occurs 100 times.
           2 tv-nom pic x(20).
           2 tv-apparts pic 9(4).
           2 tv-nuits pic 9(7).
           2 tv-jour pic 9(4) occurs 366 times.
       1 v pic 9(3).
       1 i pic 9(3).
       1 tbl-occupation.
           2 jour-occupe pic x occurs 366 times.
       1 nuits-appart pic 9(5).
       1 nuits-ly pic 9(5).
       1 taux-appart pic 999.
       1 taux-ly pic 999.
       1 taux-ville pic 999.
       1 taux-jour pic 999.
       1 tendance pic x.
           88 tendance-haute value 'H'.
           88 tendance-basse value 'B'.
       1 prix-reference pic 9999.
       1 prix-actuel pic 9999.
       1 nouveau-prix pic 9999.
       1 motif pic x(10).
       1 tot-apparts pic 9(6) value 0.
       1 tot-sans-bornes pic 9(6) value 0.
       1 tot-hausses pic 9(6) value 0.
       1 tot-baisses pic 9(6) value 0.
       1 tot-retours pic 9(6) value 0.
       1 tot-gardees pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Suggestions de prix a la nuit selon la demande : sur les
      * prochains jours (90 par defaut, argument 1), l'occupation de
      * chaque appartement est comparee a celle du meme point l'an
      * dernier (reservations deja prises a pareille date) et a celle
      * de sa ville. Une nuit libre est proposee en hausse quand la
      * ville est pleine ou que l'appartement est en avance, en baisse
      * a la derniere minute quand la demande manque, toujours dans
      * les bornes de l'appartement (pg-maj-grille) ; sans bornes, pas
      * de suggestion. Une nuit ou la demande est redevenue normale
      * revient au prix de la grille. Les suggestions remplacent
      * celles de la veille dans tarifs-attente.dat et passent par
      * pg-appliquer-tarifs.
       procedure division.
           accept date-jour from date yyyymmdd
           compute date-point-ly = date-jour - 10000
           if function test-date-yyyymmdd(date-point-ly) <> 0
               compute date-point-ly = date-point-ly - 1
           end-if

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to horizon-jours
           end-if
           if horizon-jours = 0 or horizon-jours > 366
               move 90 to horizon-jours
           end-if

           compute jour-debut = function integer-of-date(date-jour)
           compute jour-fin = jour-debut + horizon-jours - 1
           compute jour-debut-ly =
               function integer-of-date(date-point-ly)
           compute jour-fin-ly = jour-debut-ly + horizon-jours - 1

           open input f-appart
           if fs-appart <> '00'
               display 'PG-SUGGESTION-TARIFS - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           open input f-resa
           if fs-resa <> '00'
               display 'PG-SUGGESTION-TARIFS - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
           open input f-grille
           if fs-grille = '00'
               set grille-dispo to true
           end-if
           open input f-dates
           if fs-dates = '00'
               set dates-dispo to true
           end-if
           open input f-bornes
           if fs-bornes = '00'
               set bornes-dispo to true
           end-if

           perform charger-villes
           perform occupation-villes

           perform garder-propositions
           open output f-attente
           if fs-attente <> '00'
               display 'PG-SUGGESTION-TARIFS - ouverture'
                   ' tarifs-attente.dat impossible'
               display 'code retour fichier : ' fs-attente
               move 1 to return-code
               stop run
           end-if
           perform reprendre-propositions

           open output f-impression
           if fs-impression <> '00'
               display 'PG-SUGGESTION-TARIFS - ouverture'
                   ' suggestions-tarifs.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'SUGGESTIONS DE PRIX du ' date-jour ' sur '
               horizon-jours ' jours (application par'
               ' pg-appliquer-tarifs)'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move 'Appt Ville                Occ% An-1% Ville% Tendance'
               to ligne-impr
           perform ecrire-ligne

           move 0 to Anumappart
           set fin-appart to false
           start f-appart key is >= Anumappart
               invalid key set fin-appart to true
           end-start
           if not fin-appart
               read f-appart next record at end
                   set fin-appart to true
               end-read
           end-if
           perform until fin-appart
               if AStatut <> 'R'
                   perform suggerer-appart
               end-if
               read f-appart next record at end
                   set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-SUGGESTION-TARIFS - lecture'
                       ' appart.dat impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move spaces to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           string 'Hausses : ' tot-hausses '  baisses : ' tot-baisses
               '  retours a la grille : ' tot-retours
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne

           close f-appart
           close f-resa
           if grille-dispo
               close f-grille
           end-if
           if dates-dispo
               close f-dates
           end-if
           if bornes-dispo
               close f-bornes
           end-if
           close f-attente
           close f-impression

           display 'PG-SUGGESTION-TARIFS - TOTAUX DE CONTROLE'
           display 'appartements examines : ' tot-apparts
           display 'sans bornes de prix   : ' tot-sans-bornes
           display 'suggestions en hausse : ' tot-hausses
           display 'suggestions en baisse : ' tot-baisses
           display 'retours a la grille   : ' tot-retours
           display 'propositions gardees  : ' tot-gardees
           stop run.

       charger-villes.
           set fin-appart to false
           perform until fin-appart
               read f-appart next record
                   at end set fin-appart to true
                   not at end
                       if AStatut <> 'R'
                           perform chercher-ville
                           if ville-trouvee
                               add 1 to tv-apparts(v)
                           end-if
                       end-if
               end-read
           end-perform.

      * Nuits occupees par ville et par jour de l'horizon.
       occupation-villes.
           set fin-resa to false
           perform until fin-resa
               read f-resa next record
                   at end set fin-resa to true
                   not at end
                       if RStatut <> 'A'
                           perform cumuler-resa-ville
                       end-if
               end-read
           end-perform.

       cumuler-resa-ville.
           compute jour-arrivee =
               function integer-of-date(RDateArrivee)
           compute jour-depart =
               function integer-of-date(RDateDepart) - 1
           if jour-arrivee <= jour-fin and jour-depart >= jour-debut
               move Rnumappart to Anumappart
               read f-appart key is Anumappart
                   invalid key continue
                   not invalid key
                       if AStatut <> 'R'
                           perform chercher-ville
                           if ville-trouvee
                               perform cumuler-nuits-ville
                           end-if
                       end-if
               end-read
           end-if.

       cumuler-nuits-ville.
           if jour-arrivee < jour-debut
               move jour-debut to jour-entier
           else
               move jour-arrivee to jour-entier
           end-if
           perform until jour-entier > jour-depart
               or jour-entier > jour-fin
               compute i = jour-entier - jour-debut + 1
               add 1 to tv-jour(v, i)
               add 1 to tv-nuits(v)
               compute jour-entier = jour-entier + 1
           end-perform.

       chercher-ville.
           set ville-trouvee to false
           perform varying v from 1 by 1
               until v > nb-villes or ville-trouvee
               if tv-nom(v) = AVille
                   set ville-trouvee to true
               end-if
           end-perform
           if ville-trouvee
               compute v = v - 1
           else
               if nb-villes < 100
                   compute nb-villes = nb-villes + 1
                   move nb-villes to v
                   move AVille to tv-nom(v)
                   move 0 to tv-apparts(v)
                   move 0 to tv-nuits(v)
                   perform varying i from 1 by 1 until i > 366
                       move 0 to tv-jour(v, i)
                   end-perform
                   set ville-trouvee to true
               end-if
           end-if.

       suggerer-appart.
           compute tot-apparts = tot-apparts + 1
           set bornes-trouvees to false
           if bornes-dispo
               move Anumappart to BTnumappart
               read f-bornes key is BTnumappart
                   invalid key continue
                   not invalid key
                       if BTPrixPlafond > 0
                           set bornes-trouvees to true
                       end-if
               end-read
           end-if
           perform chercher-ville
           if ville-trouvee and tv-apparts(v) = 0
               set ville-trouvee to false
           end-if
           if not bornes-trouvees or not ville-trouvee
               compute tot-sans-bornes = tot-sans-bornes + 1
           else
               perform occupation-appart
               compute taux-appart = nuits-appart * 100 / horizon-jours
               compute taux-ly = nuits-ly * 100 / horizon-jours
               compute taux-ville =
                   tv-nuits(v) * 100 / (tv-apparts(v) * horizon-jours)
               move space to tendance
               if taux-appart > taux-ly and taux-appart >= taux-ville
                   set tendance-haute to true
               end-if
               if taux-appart < taux-ly and taux-appart < taux-ville
                   set tendance-basse to true
               end-if
               move spaces to ligne-tampon
               string Anumappart ' ' AVille ' ' taux-appart '  '
                   taux-ly '   ' taux-ville '    ' tendance
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               perform ecrire-ligne
               perform varying i from 1 by 1 until i > horizon-jours
                   if jour-occupe(i) = 'N'
                       perform suggerer-nuit
                   end-if
               end-perform
           end-if.

      * Nuits reservees de l'appartement sur l'horizon, et sur le
      * meme horizon l'an dernier avec les seules reservations deja
      * prises a pareille date.
       occupation-appart.
           move all 'N' to tbl-occupation
           move 0 to nuits-appart
           move 0 to nuits-ly
           move Anumappart to Rnumappart
           set fin-resa to false
           start f-resa key is = Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa or Rnumappart <> Anumappart
               if RStatut <> 'A'
                   compute jour-arrivee =
                       function integer-of-date(RDateArrivee)
                   compute jour-depart =
                       function integer-of-date(RDateDepart) - 1
                   perform varying jour-entier from jour-arrivee by 1
                       until jour-entier > jour-depart
                       if jour-entier >= jour-debut
                           and jour-entier <= jour-fin
                           compute i = jour-entier - jour-debut + 1
                           move 'O' to jour-occupe(i)
                           add 1 to nuits-appart
                       end-if
                       if jour-entier >= jour-debut-ly
                           and jour-entier <= jour-fin-ly
                           and (RDateCreation = 0
                               or RDateCreation <= date-point-ly)
                           add 1 to nuits-ly
                       end-if
                   end-perform
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
           end-perform.

       suggerer-nuit.
           compute date-nuit =
               function date-of-integer(jour-debut + i - 1)
           perform calculer-prix-nuit
           compute taux-jour = tv-jour(v, i) * 100 / tv-apparts(v)
           if taux-jour >= seuil-haut
               or (tendance-haute and taux-jour >= seuil-bas)
               move 'DEMANDE' to motif
               compute nouveau-prix rounded =
                   prix-reference * (100 + pct-hausse) / 100
               if nouveau-prix > BTPrixPlafond
                   move BTPrixPlafond to nouveau-prix
               end-if
               if nouveau-prix < prix-reference
                   move prix-reference to nouveau-prix
               end-if
           else if i <= derniere-minute
               and (taux-jour < seuil-bas or tendance-basse)
               move 'DERN.MIN' to motif
               compute nouveau-prix rounded =
                   prix-reference * (100 - pct-baisse) / 100
               if nouveau-prix < BTPrixPlancher
                   move BTPrixPlancher to nouveau-prix
               end-if
               if nouveau-prix > prix-reference
                   move prix-reference to nouveau-prix
               end-if
           else
               move 'GRILLE' to motif
               move prix-reference to nouveau-prix
           end-if
           end-if
           if nouveau-prix <> prix-actuel
               evaluate motif
                   when 'DEMANDE'
                       compute tot-hausses = tot-hausses + 1
                   when 'DERN.MIN'
                       compute tot-baisses = tot-baisses + 1
                   when other
                       compute tot-retours = tot-retours + 1
               end-evaluate
               move Anumappart to ta-numappart
               move AtarifHT to ta-ancien-tarifht
               move AtarifHT to ta-nouveau-tarifht
               move AtarifBS to ta-ancien-tarifbs
               move AtarifBS to ta-nouveau-tarifbs
               move AVille to ta-ville
               move 'D' to ta-type
               move date-nuit to ta-date-nuit
               move prix-actuel to ta-ancien-prix
               move nouveau-prix to ta-nouveau-prix
               move motif to ta-motif
               write attente-rec
               if fs-attente <> '00'
                   display 'PG-SUGGESTION-TARIFS - ecriture'
                       ' tarifs-attente.dat impossible'
                   display 'code retour fichier : ' fs-attente
                   move 1 to return-code
                   stop run
               end-if
               move spaces to ligne-tampon
               string '     ' date-nuit ' ' motif ' ville '
                   taux-jour '%  ' prix-actuel ' -> ' nouveau-prix
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               perform ecrire-ligne
           end-if.

      * Meme recherche que pg-calcul-sejour : prix a la nuit, sinon
      * grille de la saison, sinon tarif haute ou basse saison ; la
      * suggestion part toujours du prix de la grille.
       calculer-prix-nuit.
           call 'pg-tarif-saison' using AVille date-nuit
               saison-nuit end-call
           set prix-grille-trouve to false
           if grille-dispo
               move Anumappart to GTnumappart
               move saison-nuit to GTsaison
               read f-grille key is GTcle
                   invalid key continue
                   not invalid key
                       set prix-grille-trouve to true
                       move GTPrixNuit to prix-reference
               end-read
           end-if
           if not prix-grille-trouve
               if saison-nuit = 'H'
                   move AtarifHT to prix-reference
               else
                   move AtarifBS to prix-reference
               end-if
           end-if
           move prix-reference to prix-actuel
           if dates-dispo
               move Anumappart to TDnumappart
               move date-nuit to TDDate
               read f-dates key is TDcle
                   invalid key continue
                   not invalid key move TDPrixNuit to prix-actuel
               end-read
           end-if.

      * Les propositions saisies par pg-maj-tarifs restent en attente ;
      * les suggestions de la veille sont remplacees.
       garder-propositions.
           open input f-attente
           if fs-attente = '00'
               open output f-garde
               if fs-garde <> '00'
                   display 'PG-SUGGESTION-TARIFS - ouverture'
                       ' tarifs-attente.tmp impossible'
                   display 'code retour fichier : ' fs-garde
                   move 1 to return-code
                   stop run
               end-if
               set propositions-gardees to true
               perform until fin-garde
                   read f-attente
                       at end set fin-garde to true
                       not at end
                           if ta-type <> 'D'
                               write garde-rec from attente-rec
                               compute tot-gardees = tot-gardees + 1
                           end-if
                   end-read
               end-perform
               close f-garde
               close f-attente
           end-if.

       reprendre-propositions.
           if propositions-gardees
               open input f-garde
               set fin-garde to false
               perform until fin-garde
                   read f-garde
                       at end set fin-garde to true
                       not at end write attente-rec from garde-rec
                   end-read
               end-perform
               close f-garde
               call 'CBL_DELETE_FILE' using nom-tmp end-call
           end-if.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-SUGGESTION-TARIFS - ecriture'
                   ' suggestions-tarifs.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-suggestion-tarifs.
