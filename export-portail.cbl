           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-dispo assign 'dispo-nuits.dat'
           organization indexed
           access random
           record key DNcle
           file status fs-dispo.

           select f-grille assign 'grille-tarifs.dat'
           organization indexed
           record key GTcle
           file status fs-grille.

           select f-dates assign 'tarifs-dates.dat'
           organization indexed
           access random
           record key TDcle
           file status fs-dates.

           select f-export assign 'portail-dispo.csv'
           organization line sequential
           file status fs-export.
       fd f-appart.
           copy appartement.

       fd f-dispo.
           copy dispo-nuit.

       fd f-grille.
           copy grille-tarif.

       fd f-dates.
           copy tarif-date.

       fd f-export.
       1 export-rec pic x(80).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-dispo pic xx.
       1 fs-grille pic xx.
       1 fs-dates pic xx.
       1 v-dates-dispo pic x value 'N'.
           88 dates-dispo value 'O' false 'N'.
       1 fs-export pic xx.
       1 arg-buffer pic x(30).
       1 horizon-jours pic 9(3) value 30.
       1 date-jour pic 9(8).
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-index-dispo pic x value 'N'.
           88 index-dispo value 'O' false 'N'.
       1 v-grille-dispo pic x value 'N'.
           88 grille-dispo value 'O' false 'N'.
       1 v-jour-occupe pic x.
               stop run
           end-if

           open input f-dispo
           if fs-dispo = '00'
               set index-dispo to true
           else if fs-dispo = '35'
               display 'PG-EXPORT-PORTAIL - index des disponibilites'
                   ' absent, lancer pg-controle-dispo'
               move 1 to return-code
               stop run
           else
               display 'PG-EXPORT-PORTAIL - ouverture dispo-nuits.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-dispo
               move 1 to return-code
               stop run
           end-if
           end-if
           open input f-grille
           if fs-grille = '00'
               set grille-dispo to true
           end-if
           open input f-dates
           if fs-dates = '00'
               set dates-dispo to true
           end-if

           open output f-export
           if fs-export <> '00'
               stop run
           end-if

           move 'appart;ville;pers;date;prix;etat;enregistrement'
               to export-rec
           write export-rec

           read f-appart next record at end set fin-appart to true
           end-perform

           close f-appart
           if index-dispo
               close f-dispo
           end-if
           if grille-dispo
               close f-grille
           end-if
           if dates-dispo
               close f-dates
           end-if
           close f-export

           display 'PG-EXPORT-PORTAIL - TOTAUX DE CONTROLE'
               perform chercher-prix
               move spaces to ligne-tampon
               string Anumappart ';' AVille ';' ANbPersMax ';'
                   date-nuit ';' prix-nuit ';' etat-nuit ';'
                   ANumEnregistrement
                   delimited by size into ligne-tampon
               move ligne-tampon to export-rec
               write export-rec
               compute jour-entier = jour-entier + 1
           end-perform.

      * Nuit occupee par une reservation d'apres l'index des
      * disponibilites (les travaux seuls ne ferment pas la nuit).
       controler-jour.
           set jour-occupe to false
           if index-dispo
               move Anumappart to DNnumappart
               move date-nuit to DNDate
               read f-dispo key is DNcle
                   invalid key continue
                   not invalid key
                       if DNnumresa > 0
                           set jour-occupe to true
                       end-if
               end-read
           end-if
           if jour-occupe
               move 'O' to etat-nuit
           call 'pg-tarif-saison' using AVille date-nuit
               saison-nuit end-call
           set prix-trouve to false
           if dates-dispo
               move Anumappart to TDnumappart
               move date-nuit to TDDate
               read f-dates key is TDcle
                   invalid key continue
                   not invalid key
                       set prix-trouve to true
                       move TDPrixNuit to prix-nuit
               end-read
           end-if
           if grille-dispo and not prix-trouve
               move Anumappart to GTnumappart
               move saison-nuit to GTsaison
               read f-grille key is GTcle
