       program-id. pg-stats-tourisme.

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

           select f-voyageurs assign 'voyageurs.dat'
           organization indexed
           access dynamic
           record key VYcle
           file status fs-voyageurs.

           select f-impression assign 'stats-tourisme.lst'
           organization line sequential
           file status fs-impression.

           select f-csv assign 'stats-tourisme.csv'
           organization line sequential
           file status fs-csv.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-resa.
           copy reservation.

       fd f-voyageurs.
           copy voyageur.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-csv.
       1 ligne-csv pic x(100).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-resa pic xx.
       1 fs-voyageurs pic xx.
       1 fs-impression pic xx.
       1 fs-csv pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 mois-demande pic 9(6).
       1 debut-mois pic 9(8).
       1 fin-mois pic 9(8).
       1 mois-suivant pic 9(8).
       1 debut-entier pic 9(7).
       1 suivant-entier pic 9(7).
       1 arrivee-entier pic 9(7).
       1 depart-entier pic 9(7).
       1 jours-mois pic 99.
       1 nuits-mois pic 9(3).
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-voyageurs pic x.
           88 fin-voyageurs value 'O' false 'N'.
       1 v-voyageurs-dispo pic x value 'N'.
           88 voyageurs-dispo value 'O' false 'N'.
       1 v-arrivee-du-mois pic x.
           88 arrivee-du-mois value 'O' false 'N'.
       1 v-appart-occupe pic x.
           88 appart-occupe value 'O' false 'N'.
       1 v-appart-actif pic x.
           88 appart-actif value 'O' false 'N'.
       1 v-premier pic x value 'O'.
           88 premier-groupe value 'O' false 'N'.
       1 v-trouve-ville pic x.
           88 ville-trouvee value 'O' false 'N'.
       1 numappart-courant pic 9999.
       1 ville-cherchee pic x(20).
       1 v-courant pic 9(3).
       1 nb-saisis pic 99.
       1 nb-restants pic 99.
       1 nb-personnes pic 99.
       1 groupe-principal pic 99.
       1 g pic 99.
       1 p pic 99.
       1 v pic 9(3).
       1 nb-villes pic 9(3) value 0.
       1 tbl-ville occurs 100 times.
           2 tvl-nom pic x(20).
           2 tvl-actifs pic 9(5) value 0.
           2 tvl-lits pic 9(6) value 0.
           2 tvl-occupes pic 9(5) value 0.
           2 tvl-arrivees pic 9(7) value 0.
           2 tvl-nuits pic 9(7) value 0.
           2 tvl-nuitees pic 9(8) value 0.

      * Groupes de pays de l'enquete de frequentation et codes pays
      * ISO rattaches ; un code absent de la liste va en autres pays.
       1 valeurs-groupes.
           2 filler pic x(20) value 'France'.
           2 filler pic x(20) value 'Allemagne'.
           2 filler pic x(20) value 'Belgique-Luxembourg'.
           2 filler pic x(20) value 'Pays-Bas'.
           2 filler pic x(20) value 'Royaume-Uni-Irlande'.
           2 filler pic x(20) value 'Italie'.
           2 filler pic x(20) value 'Espagne-Portugal'.
           2 filler pic x(20) value 'Suisse'.
           2 filler pic x(20) value 'Autres pays Europe'.
           2 filler pic x(20) value 'Ameriques'.
           2 filler pic x(20) value 'Asie-Oceanie'.
           2 filler pic x(20) value 'Autres pays'.
           2 filler pic x(20) value 'Non renseigne'.
       1 tbl-groupes redefines valeurs-groupes.
           2 tgr-libelle pic x(20) occurs 13 times.
       1 tbl-groupe-cumuls occurs 13 times.
           2 tgr-arrivees pic 9(7) value 0.
           2 tgr-nuits pic 9(7) value 0.
           2 tgr-nuitees pic 9(8) value 0.
       1 nb-pays pic 99 value 34.
       1 valeurs-pays.
           2 filler pic x(50) value
               'FRA01DEU02BEL03LUX03NLD04GBR05IRL05ITA06ESP07PRT07'.
           2 filler pic x(50) value
               'CHE08AUT09DNK09SWE09NOR09FIN09POL09CZE09GRC09HUN09'.
           2 filler pic x(50) value
               'ROU09MCO09AND09USA10CAN10BRA10MEX10ARG10JPN11CHN11'.
           2 filler pic x(20) value 'KOR11IND11AUS11NZL11'.
       1 tbl-pays redefines valeurs-pays.
           2 tpy-entree occurs 34 times.
               3 tpy-code pic x(3).
               3 tpy-groupe pic 99.

       1 tot-actifs pic 9(5) value 0.
       1 tot-lits pic 9(6) value 0.
       1 tot-occupes pic 9(5) value 0.
       1 tot-resa pic 9(6) value 0.
       1 tot-arrivees pic 9(7) value 0.
       1 tot-nuits pic 9(7) value 0.
       1 tot-nuitees pic 9(8) value 0.
       1 taux pic 999v9.
       1 taux-edit pic zz9.9.
       1 nombre-edit pic z(6)9.
       1 arrivees-edit pic z(6)9.
       1 nuits-edit pic z(6)9.
       1 nuitees-edit pic z(7)9.
       1 occupes-edit pic z(4)9.
       1 actifs-edit pic z(4)9.
       1 ligne-tampon pic x(80).

      * Enquete mensuelle de frequentation de l'office de tourisme :
      * sejours effectivement realises du mois (ni annules, ni
      * options, ni occupations proprietaire), arrivees, nuits et
      * nuitees (personnes x nuits) par groupe de pays d'origine et
      * par ville, logements occupes rapportes au parc actif. Le pays
      * est celui des voyageurs saisis (pg-saisie-voyageurs) ; les
      * personnes non saisies d'une reservation suivent le premier
      * voyageur, ou vont en non renseigne s'il n'y en a aucun.
      * Argument : mois AAAAMM, par defaut le mois precedent.
       procedure division.
           accept date-jour from date yyyymmdd
           compute mois-demande = date-jour / 100
           if mois-demande(5:2) = '01'
               compute mois-demande = mois-demande - 89
           else
               compute mois-demande = mois-demande - 1
           end-if

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to mois-demande
           end-if

           compute debut-mois = mois-demande * 100 + 1
           if mois-demande(5:2) = '12'
               compute mois-suivant = (mois-demande + 89) * 100 + 1
           else
               compute mois-suivant = (mois-demande + 1) * 100 + 1
           end-if
           compute debut-entier = function integer-of-date(debut-mois)
           compute suivant-entier =
               function integer-of-date(mois-suivant)
           compute jours-mois = suivant-entier - debut-entier
           compute fin-mois =
               function date-of-integer(suivant-entier - 1)

           perform charger-parc

           open input f-voyageurs
           if fs-voyageurs = '00'
               set voyageurs-dispo to true
           end-if

           open input f-resa
           if fs-resa = '00'
               perform parcourir-resa
               close f-resa
           else if fs-resa <> '35'
               display 'PG-STATS-TOURISME - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
           end-if

           perform editer-enquete
           perform ecrire-csv

           close f-appart
           if voyageurs-dispo
               close f-voyageurs
           end-if

           display 'PG-STATS-TOURISME - TOTAUX DE CONTROLE'
           display 'mois              : ' mois-demande
           display 'sejours traites   : ' tot-resa
           display 'arrivees          : ' tot-arrivees
           display 'nuitees           : ' tot-nuitees
           display 'logements occupes : ' tot-occupes
           display 'logements actifs  : ' tot-actifs
           stop run.

       charger-parc.
           open input f-appart
           if fs-appart <> '00'
               display 'PG-STATS-TOURISME - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           read f-appart next record at end set fin-appart to true
           end-read
           perform until fin-appart
               if AStatut <> 'R'
                   move AVille to ville-cherchee
                   perform chercher-ville
                   add 1 to tvl-actifs(v-courant)
                   add ANbPersMax to tvl-lits(v-courant)
                   compute tot-actifs = tot-actifs + 1
                   compute tot-lits = tot-lits + ANbPersMax
               end-if
               read f-appart next record at end set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-STATS-TOURISME - lecture appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       chercher-ville.
           set ville-trouvee to false
           perform varying v from 1 by 1
               until v > nb-villes or ville-trouvee
               if tvl-nom(v) = ville-cherchee
                   set ville-trouvee to true
                   move v to v-courant
               end-if
           end-perform
           if not ville-trouvee
               if nb-villes < 100
                   compute nb-villes = nb-villes + 1
                   move ville-cherchee to tvl-nom(nb-villes)
               end-if
               move nb-villes to v-courant
           end-if.

       parcourir-resa.
           move 0 to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa
               if premier-groupe
                   set premier-groupe to false
                   perform changer-appart
               end-if
               if Rnumappart <> numappart-courant
                   perform cloturer-appart
                   perform changer-appart
               end-if
               if RStatut <> 'A' and RStatut <> 'O' and RType <> 'P'
                   perform traiter-sejour
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
               if fs-resa <> '00' and fs-resa <> '10'
                   display 'PG-STATS-TOURISME - lecture resa.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-resa
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           if not premier-groupe
               perform cloturer-appart
           end-if.

       changer-appart.
           move Rnumappart to numappart-courant
           set appart-occupe to false
           set appart-actif to false
           move spaces to ville-cherchee
           move Rnumappart to Anumappart
           read f-appart key is Anumappart
               invalid key continue
               not invalid key
                   move AVille to ville-cherchee
                   if AStatut <> 'R'
                       set appart-actif to true
                   end-if
           end-read
           perform chercher-ville.

       cloturer-appart.
           if appart-occupe and appart-actif
               add 1 to tvl-occupes(v-courant)
               compute tot-occupes = tot-occupes + 1
           end-if.

       traiter-sejour.
           compute arrivee-entier =
               function integer-of-date(RDateArrivee)
           compute depart-entier =
               function integer-of-date(RDateDepart)
           if arrivee-entier < debut-entier
               move debut-entier to arrivee-entier
           end-if
           if depart-entier > suivant-entier
               move suivant-entier to depart-entier
           end-if
           if depart-entier > arrivee-entier
               compute nuits-mois = depart-entier - arrivee-entier
               set arrivee-du-mois to false
               if RDateArrivee >= debut-mois
                   and RDateArrivee <= fin-mois
                   set arrivee-du-mois to true
               end-if
               set appart-occupe to true
               compute tot-resa = tot-resa + 1
               perform ventiler-voyageurs

               if arrivee-du-mois
                   add nb-personnes to tvl-arrivees(v-courant)
                   compute tot-arrivees = tot-arrivees + nb-personnes
               end-if
               add nuits-mois to tvl-nuits(v-courant)
               compute tvl-nuitees(v-courant) =
                   tvl-nuitees(v-courant) + nb-personnes * nuits-mois
               compute tot-nuits = tot-nuits + nuits-mois
               compute tot-nuitees =
                   tot-nuitees + nb-personnes * nuits-mois
           end-if.

       ventiler-voyageurs.
           move 0 to nb-saisis
           move 13 to groupe-principal
           if voyageurs-dispo
               set fin-voyageurs to false
               move Rnumresa to VYnumresa
               move 0 to VYrang
               start f-voyageurs key is >= VYcle
                   invalid key set fin-voyageurs to true
               end-start
               perform until fin-voyageurs
                   read f-voyageurs next record
                       at end set fin-voyageurs to true
                   end-read
                   if not fin-voyageurs
                       if VYnumresa <> Rnumresa
                           set fin-voyageurs to true
                       else
                           perform chercher-groupe
                           compute nb-saisis = nb-saisis + 1
                           if nb-saisis = 1
                               move g to groupe-principal
                           end-if
                           move 1 to p
                           perform cumuler-groupe
                       end-if
                   end-if
               end-perform
           end-if

           move 0 to nb-restants
           if RNbPers > nb-saisis
               compute nb-restants = RNbPers - nb-saisis
           end-if
           compute nb-personnes = nb-saisis + nb-restants
           move groupe-principal to g
           if nb-restants > 0
               move nb-restants to p
               perform cumuler-groupe
           end-if
           add nuits-mois to tgr-nuits(groupe-principal).

       chercher-groupe.
           if VYNationalite = spaces
               move 13 to g
           else
               move 12 to g
               perform varying p from 1 by 1 until p > nb-pays
                   if tpy-code(p) = VYNationalite
                       move tpy-groupe(p) to g
                   end-if
               end-perform
           end-if.

      * p personnes du groupe g.
       cumuler-groupe.
           if arrivee-du-mois
               add p to tgr-arrivees(g)
           end-if
           compute tgr-nuitees(g) = tgr-nuitees(g) + p * nuits-mois.

       editer-enquete.
           open output f-impression
           if fs-impression <> '00'
               display 'PG-STATS-TOURISME - ouverture'
                   ' stats-tourisme.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move 'ENQUETE DE FREQUENTATION - HEBERGEMENTS LOCATIFS'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Mois : ' mois-demande '  (du ' debut-mois ' au '
               fin-mois ')' delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move ' ' to ligne-impr
           write ligne-impr

           move '1. CAPACITE' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move tot-actifs to actifs-edit
           string '   Logements actifs         : ' actifs-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move tot-lits to nombre-edit
           string '   Lits (capacite d''accueil): ' nombre-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move tot-occupes to occupes-edit
           string '   Logements occupes        : ' occupes-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 0 to taux
           if tot-actifs > 0
               compute taux rounded = tot-occupes * 100 / tot-actifs
           end-if
           move taux to taux-edit
           move spaces to ligne-tampon
           string '   Logements occupes (%)    : ' taux-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move jours-mois to nombre-edit
           string '   Jours du mois            : ' nombre-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move ' ' to ligne-impr
           write ligne-impr

           move '2. ORIGINE DE LA CLIENTELE' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Pays de residence' to ligne-tampon(4:17)
           move 'Arrivees' to ligne-tampon(32:8)
           move 'Nuits' to ligne-tampon(45:5)
           move 'Nuitees' to ligne-tampon(58:7)
           move ligne-tampon to ligne-impr
           write ligne-impr
           perform varying g from 1 by 1 until g > 13
               move spaces to ligne-tampon
               move tgr-libelle(g) to ligne-tampon(4:20)
               move tgr-arrivees(g) to arrivees-edit
               move arrivees-edit to ligne-tampon(33:7)
               move tgr-nuits(g) to nuits-edit
               move nuits-edit to ligne-tampon(43:7)
               move tgr-nuitees(g) to nuitees-edit
               move nuitees-edit to ligne-tampon(57:8)
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-perform
           move spaces to ligne-tampon
           move 'TOTAL' to ligne-tampon(4:5)
           move tot-arrivees to arrivees-edit
           move arrivees-edit to ligne-tampon(33:7)
           move tot-nuits to nuits-edit
           move nuits-edit to ligne-tampon(43:7)
           move tot-nuitees to nuitees-edit
           move nuitees-edit to ligne-tampon(57:8)
           move ligne-tampon to ligne-impr
           write ligne-impr
           move ' ' to ligne-impr
           write ligne-impr

           move '3. PAR COMMUNE' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Commune' to ligne-tampon(4:7)
           move 'Arrivees' to ligne-tampon(25:8)
           move 'Nuits' to ligne-tampon(37:5)
           move 'Nuitees' to ligne-tampon(46:7)
           move 'Occupes' to ligne-tampon(55:7)
           move 'Actifs' to ligne-tampon(64:6)
           move ligne-tampon to ligne-impr
           write ligne-impr
           perform varying v from 1 by 1 until v > nb-villes
               move spaces to ligne-tampon
               move tvl-nom(v) to ligne-tampon(4:20)
               move tvl-arrivees(v) to arrivees-edit
               move arrivees-edit to ligne-tampon(26:7)
               move tvl-nuits(v) to nuits-edit
               move nuits-edit to ligne-tampon(35:7)
               move tvl-nuitees(v) to nuitees-edit
               move nuitees-edit to ligne-tampon(45:8)
               move tvl-occupes(v) to occupes-edit
               move occupes-edit to ligne-tampon(57:5)
               move tvl-actifs(v) to actifs-edit
               move actifs-edit to ligne-tampon(65:5)
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-perform
           if fs-impression <> '00'
               display 'PG-STATS-TOURISME - ecriture'
                   ' stats-tourisme.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           close f-impression.

      * Fichier a deposer sur le site de l'enquete : une ligne par
      * groupe de pays, par commune et une ligne de capacite.
       ecrire-csv.
           open output f-csv
           if fs-csv <> '00'
               display 'PG-STATS-TOURISME - ouverture'
                   ' stats-tourisme.csv impossible'
               display 'code retour fichier : ' fs-csv
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-csv
           string 'TYPE;MOIS;LIBELLE;ARRIVEES;NUITS;NUITEES;'
               'OCCUPES;ACTIFS' delimited by size into ligne-csv
           write ligne-csv
           perform varying g from 1 by 1 until g > 13
               move spaces to ligne-csv
               string 'PAYS;' mois-demande ';'
                   function trim(tgr-libelle(g)) ';'
                   tgr-arrivees(g) ';' tgr-nuits(g) ';'
                   tgr-nuitees(g) ';;'
                   delimited by size into ligne-csv
               write ligne-csv
           end-perform
           perform varying v from 1 by 1 until v > nb-villes
               move spaces to ligne-csv
               string 'COMMUNE;' mois-demande ';'
                   function trim(tvl-nom(v)) ';'
                   tvl-arrivees(v) ';' tvl-nuits(v) ';'
                   tvl-nuitees(v) ';' tvl-occupes(v) ';'
                   tvl-actifs(v)
                   delimited by size into ligne-csv
               write ligne-csv
           end-perform
           move spaces to ligne-csv
           string 'CAPACITE;' mois-demande ';TOTAL;'
               tot-arrivees ';' tot-nuits ';' tot-nuitees ';'
               tot-occupes ';' tot-actifs
               delimited by size into ligne-csv
           write ligne-csv
           if fs-csv <> '00'
               display 'PG-STATS-TOURISME - ecriture'
                   ' stats-tourisme.csv impossible'
               display 'code retour fichier : ' fs-csv
               move 1 to return-code
               stop run
           end-if
           close f-csv.

       end program pg-stats-tourisme.
