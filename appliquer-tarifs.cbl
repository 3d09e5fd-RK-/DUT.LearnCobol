           organization record sequential
           file status fs-attente.

           select f-dates assign 'tarifs-dates.dat'
           organization indexed
           access dynamic
           record key TDcle
           file status fs-dates.

           select f-grille assign 'grille-tarifs.dat'
           organization indexed
           access random
           record key GTcle
           file status fs-grille.

           select f-histo assign 'tarif-hist.dat'
           organization line sequential
           file status fs-histo.
           2 ta-ancien-tarifbs pic 9999.
           2 ta-nouveau-tarifbs pic 9999.
           2 ta-ville pic x(20).
           2 ta-type pic x.
           2 ta-date-nuit pic 9(8).
           2 ta-ancien-prix pic 9999.
           2 ta-nouveau-prix pic 9999.
           2 ta-motif pic x(10).

       fd f-dates.
           copy tarif-date.

       fd f-grille.
           copy grille-tarif.

       fd f-histo.
       1 histo-rec.
           2 h-nouveau-tarifht pic 9999.
           2 h-ancien-tarifbs pic 9999.
           2 h-nouveau-tarifbs pic 9999.
           2 h-date-nuit pic 9(8).
           2 h-ancien-prix pic 9999.
           2 h-nouveau-prix pic 9999.

       working-storage section.
       1 fs-appart pic xx.
       1 fs-attente pic xx.
       1 fs-histo pic xx.
       1 fs-dates pic xx.
       1 fs-grille pic xx.
       1 v-grille-dispo pic x value 'N'.
           88 grille-dispo value 'O' false 'N'.
       1 v-prix-date pic x.
           88 prix-date-trouve value 'O' false 'N'.
       1 v-prix-grille pic x.
           88 prix-grille-trouve value 'O' false 'N'.
       1 saison-nuit pic x.
       1 prix-reference pic 9999.
       1 prix-actuel pic 9999.
       1 fonction-tarifs pic x value 'T'.
       1 operateur-courant pic x(8).
       1 v-confirmation pic x.
               stop run
           end-if

           open i-o f-dates
           if fs-dates = '35'
               open output f-dates
               close f-dates
               open i-o f-dates
           end-if
           if fs-dates <> '00'
               display 'PG-APPLIQUER-TARIFS - ouverture'
                   ' tarifs-dates.dat impossible'
               display 'code retour fichier : ' fs-dates
               move 1 to return-code
               stop run
           end-if

           open input f-grille
           if fs-grille = '00'
               set grille-dispo to true
           end-if

           open extend f-histo
           if fs-histo = '35'
               open output f-histo
                   compute tot-ecartees = tot-ecartees + 1
                   display 'PG-APPLIQUER-TARIFS - appartement '
                       ta-numappart ' disparu, proposition ecartee'
               else if ta-type = 'D'
                   perform appliquer-prix-nuit
               else if AtarifHT <> ta-ancien-tarifht
                   or AtarifBS <> ta-ancien-tarifbs
                   compute tot-ecartees = tot-ecartees + 1
                   move ta-nouveau-tarifht to h-nouveau-tarifht
                   move ta-ancien-tarifbs to h-ancien-tarifbs
                   move ta-nouveau-tarifbs to h-nouveau-tarifbs
                   move 0 to h-date-nuit
                   move 0 to h-ancien-prix
                   move 0 to h-nouveau-prix
                   write histo-rec
                   if fs-histo <> '00'
                       display 'PG-APPLIQUER-TARIFS - ecriture'
                   end-if
               end-if
               end-if
               end-if

               read f-attente at end set fin-attente to true
               end-read

           close f-attente
           close f-appart
           close f-dates
           if grille-dispo
               close f-grille
           end-if
           close f-histo

           open output f-attente
           display 'PG-APPLIQUER-TARIFS - TOTAUX DE CONTROLE'
           display 'propositions lues      : ' tot-lues
           display 'propositions appliquees: ' tot-appliquees
           display 'propositions ecartees  : ' tot-ecartees
           stop run.

      * Prix a la nuit suggere par pg-suggestion-tarifs : ecarte si la
      * nuit est passee ou si son prix a change depuis la suggestion.
      * Un prix egal a celui de la grille supprime le prix a la nuit.
       appliquer-prix-nuit.
           perform calculer-prix-nuit
           if ta-date-nuit < date-jour
               compute tot-ecartees = tot-ecartees + 1
               display 'PG-APPLIQUER-TARIFS - appartement '
                   ta-numappart ' nuit du ' ta-date-nuit
                   ' passee, ecartee'
           else if prix-actuel <> ta-ancien-prix
               compute tot-ecartees = tot-ecartees + 1
               display 'PG-APPLIQUER-TARIFS - appartement '
                   ta-numappart ' nuit du ' ta-date-nuit
                   ' modifiee depuis la suggestion, ecartee'
           else
               move ta-numappart to TDnumappart
               move ta-date-nuit to TDDate
               if ta-nouveau-prix = prix-reference
                   if prix-date-trouve
                       delete f-dates record
                   end-if
               else
                   move ta-nouveau-prix to TDPrixNuit
                   move date-jour to TDDateMaj
                   if prix-date-trouve
                       rewrite tarif-date
                   else
                       write tarif-date
                   end-if
               end-if
               if fs-dates <> '00'
                   display 'PG-APPLIQUER-TARIFS - mise a jour'
                       ' tarifs-dates.dat impossible'
                   display 'code retour fichier : ' fs-dates
                   move 1 to return-code
                   stop run
               end-if
               compute tot-appliquees = tot-appliquees + 1

               move date-jour to h-date
               move ta-numappart to h-numappart
               move AtarifHT to h-ancien-tarifht
               move AtarifHT to h-nouveau-tarifht
               move AtarifBS to h-ancien-tarifbs
               move AtarifBS to h-nouveau-tarifbs
               move ta-date-nuit to h-date-nuit
               move prix-actuel to h-ancien-prix
               move ta-nouveau-prix to h-nouveau-prix
               write histo-rec
               if fs-histo <> '00'
                   display 'PG-APPLIQUER-TARIFS - ecriture'
                       ' tarif-hist.dat impossible'
                   display 'code retour fichier : ' fs-histo
                   move 1 to return-code
                   stop run
               end-if
           end-if
           end-if.

      * Meme recherche que pg-calcul-sejour : prix a la nuit, sinon
      * grille de la saison, sinon tarif haute ou basse saison.
       calculer-prix-nuit.
           call 'pg-tarif-saison' using AVille ta-date-nuit
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
           set prix-date-trouve to false
           move ta-numappart to TDnumappart
           move ta-date-nuit to TDDate
           read f-dates key is TDcle
               invalid key continue
               not invalid key
                   set prix-date-trouve to true
                   move TDPrixNuit to prix-actuel
           end-read.

       end program pg-appliquer-tarifs.
