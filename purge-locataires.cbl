           record key BLnumloc
           file status fs-banque-loc.

           select f-voyageurs assign 'voyageurs.dat'
           organization indexed
           access dynamic
           record key VYcle
           file status fs-voyageurs.

           select f-journal assign 'purge-locataires.lst'
           organization line sequential
           file status fs-journal.
       fd f-banque-loc.
           copy banque-loc.

       fd f-voyageurs.
           copy voyageur.

       fd f-journal.
       1 ligne-journal pic x(80).

       1 fs-locataire pic xx.
       1 fs-resa pic xx.
       1 fs-banque-loc pic xx.
       1 fs-voyageurs pic xx.
       1 fs-journal pic xx.
       1 arg-buffer pic x(30).
       1 retention-annees pic 99 value 3.
       1 date-jour pic 9(8).
       1 date-limite pic 9(8).
       1 date-limite-police pic 9(8).
       1 mois-limite pic 99.
       1 depart-voyageur pic 9(8).
       1 v-fin-locataire pic x value 'N'.
           88 fin-locataire value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-banque-dispo pic x value 'N'.
           88 banque-dispo value 'O' false 'N'.
       1 v-fin-voyageurs pic x value 'N'.
           88 fin-voyageurs value 'O' false 'N'.
       1 v-purgeable pic x.
           88 locataire-purgeable value 'O' false 'N'.
       1 derniere-activite pic 9(8).
       1 numloc-courant pic 9999.
       1 tot-lus pic 9(6) value 0.
       1 tot-purges pic 9(6) value 0.
       1 tot-voyageurs pic 9(6) value 0.
       1 tot-fiches-detruites pic 9(6) value 0.
       1 ligne-tampon pic x(80).

       procedure division.
           compute date-limite =
               date-jour - retention-annees * 10000

      * Fiches de police : conservation six mois apres le depart.
           move date-jour to date-limite-police
           move date-jour(5:2) to mois-limite
           if mois-limite > 6
               compute mois-limite = mois-limite - 6
           else
               compute mois-limite = mois-limite + 6
               compute date-limite-police =
                   date-limite-police - 10000
           end-if
           move mois-limite to date-limite-police(5:2)

           open i-o f-locataire
           if fs-locataire = '35'
               display 'PG-PURGE-LOCATAIRES - pas de fichier'
           move ligne-tampon to ligne-journal
           write ligne-journal

           perform purger-voyageurs

           close f-locataire
           if resa-dispo
               close f-resa
           display 'PG-PURGE-LOCATAIRES - TOTAUX DE CONTROLE'
           display 'locataires lus        : ' tot-lus
           display 'locataires anonymises : ' tot-purges
           display 'voyageurs lus         : ' tot-voyageurs
           display 'fiches police detruites : ' tot-fiches-detruites
           stop run.

       controler-purgeable.
           move spaces to LTelLoc
           move spaces to LVilleLoc
           move 'N' to LIncident
           move spaces to LEmailLoc
           move spaces to LMobileLoc
           move 'C' to LCanalLoc
           rewrite locataire
           if fs-locataire <> '00'
               display 'PG-PURGE-LOCATAIRES - reecriture'
               stop run
           end-if.

      * Identite des voyageurs (fiches de police) : detruite six mois
      * apres le depart, date relue sur la reservation quand elle
      * existe encore (sejour modifie depuis la saisie).
       purger-voyageurs.
           open i-o f-voyageurs
           if fs-voyageurs <> '00' and fs-voyageurs <> '35'
               display 'PG-PURGE-LOCATAIRES - ouverture'
                   ' voyageurs.dat impossible'
               display 'code retour fichier : ' fs-voyageurs
               move 1 to return-code
               stop run
           end-if
           if fs-voyageurs = '00'
               perform parcourir-voyageurs
               close f-voyageurs
           end-if

           move spaces to ligne-tampon
           string 'Fiches voyageurs detruites : ' tot-fiches-detruites
               ' (depart avant le ' date-limite-police ')'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-journal
           write ligne-journal.

       parcourir-voyageurs.
           read f-voyageurs next record at end
               set fin-voyageurs to true
           end-read
           perform until fin-voyageurs
               compute tot-voyageurs = tot-voyageurs + 1
               move VYDateDepart to depart-voyageur
               if resa-dispo
                   move VYnumresa to Rnumresa
                   read f-resa key is Rnumresa
                       invalid key continue
                       not invalid key
                           move RDateDepart to depart-voyageur
                   end-read
               end-if
               if depart-voyageur < date-limite-police
                   delete f-voyageurs record
                   if fs-voyageurs <> '00'
                       display 'PG-PURGE-LOCATAIRES - suppression'
                           ' voyageurs.dat impossible'
                       display 'code retour fichier : ' fs-voyageurs
                       move 1 to return-code
                       stop run
                   end-if
                   compute tot-fiches-detruites =
                       tot-fiches-detruites + 1
               end-if
               read f-voyageurs next record at end
                   set fin-voyageurs to true
               end-read
           end-perform.

       end program pg-purge-locataires.
