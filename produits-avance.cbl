       program-id. pg-produits-avance.

       file-control.
           select f-plan assign 'plan-comptes.dat'
           organization record sequential
           file status fs-plan.

           select f-periodes assign 'periodes.dat'
           organization indexed
           access random
           record key PERperiode
           file status fs-periodes.

           select f-factures assign 'factures.dat'
           organization indexed
           access sequential
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-ecritures assign 'ecritures-pca.txt'
           organization line sequential
           file status fs-ecritures.

           select f-journal-compta assign 'journal-compta.dat'
           organization indexed
           access dynamic
           record key EGcle
           alternate key EGcompte with duplicates
           file status fs-journal-compta.

           select f-impression assign 'produits-avance.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-plan.
           copy plan-comptes.

       fd f-periodes.
           copy periode.

       fd f-factures.
           copy facture.

       fd f-resa.
           copy reservation.

       fd f-ecritures.
       1 ecriture-rec pic x(100).

       fd f-journal-compta.
           copy ecriture-compta.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-plan pic xx.
       1 fs-periodes pic xx.
       1 fs-factures pic xx.
       1 fs-resa pic xx.
       1 fs-ecritures pic xx.
       1 fs-journal-compta pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 periode-demandee pic 9(6).
       1 date-jour pic 9(8).
       1 annee-suivante pic 9999.
       1 mois-suivant pic 99.
       1 date-fin-periode pic 9(8).
       1 date-extourne pic 9(8).
       1 fin-periode-entier pic 9(7).
       1 debut-sejour-entier pic 9(7).
       1 fin-sejour-entier pic 9(7).
       1 premiere-nuit-apres pic 9(7).
       1 nuits-sejour pic 9(5).
       1 nuits-apres pic s9(5).
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-resa-trouvee pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 nb-natures pic 99 value 0.
       1 tbl-plan occurs 50 times.
           2 tp-nature pic x(12).
           2 tp-journal pic xx.
           2 tp-compte pic x(8).
       1 n pic 99.
       1 nature-w pic x(12).
       1 journal-w pic xx.
       1 journal-evt pic xx.
       1 compte-w pic x(8).
       1 date-ecriture pic 9(8).
       1 libelle-w pic x(30).
       1 rang-ecriture pic 9(6) value 0.
       1 montant-debit pic 9(9)v99.
       1 montant-credit pic 9(9)v99.
       1 debit-edit pic 9(9).99.
       1 credit-edit pic 9(9).99.
       1 montant-pca pic 9(9)v99.
       1 tot-lues pic 9(6) value 0.
       1 tot-reportees pic 9(6) value 0.
       1 tot-ecritures pic 9(6) value 0.
       1 tot-pca pic s9(11)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic -(9)9.99.
       1 ligne-edit pic -(7)9.99.

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-factures f-ecritures f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-PRODUITS-AVANCE'
               ' fs='
               ' ' fs-factures
               ' ' fs-ecritures
               ' ' fs-impression
               ' cle=' Fnumfact
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

      * Produits constates d'avance de fin de mois : la part hors
      * taxes des factures de la periode ou anterieures qui porte sur
      * des nuits posterieures a la fin de la periode est sortie du
      * chiffre d'affaires au dernier jour du mois, et reprise le
      * premier jour du mois suivant. A passer avant la cloture de la
      * periode (pg-cloture). Par defaut, le mois precedent.
       traitement-principal section.
           accept date-jour from date yyyymmdd
           move date-jour(1:6) to periode-demandee
           if periode-demandee(5:2) = '01'
               compute periode-demandee = periode-demandee - 89
           else
               compute periode-demandee = periode-demandee - 1
           end-if

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to periode-demandee
           end-if

           move periode-demandee(1:4) to annee-suivante
           move periode-demandee(5:2) to mois-suivant
           if mois-suivant = 12
               compute annee-suivante = annee-suivante + 1
               move 1 to mois-suivant
           else
               compute mois-suivant = mois-suivant + 1
           end-if
           compute date-extourne = annee-suivante * 10000
               + mois-suivant * 100 + 1
           compute fin-periode-entier =
               function integer-of-date(date-extourne) - 1
           compute date-fin-periode =
               function date-of-integer(fin-periode-entier)

           open input f-periodes
           if fs-periodes = '00'
               move periode-demandee to PERperiode
               read f-periodes key is PERperiode
                   invalid key continue
                   not invalid key
                       if PERStatut = 'C'
                           display 'PG-PRODUITS-AVANCE - periode '
                               periode-demandee ' deja close le '
                               PERDateCloture
                           move 1 to return-code
                           close f-periodes
                           stop run
                       end-if
               end-read
               close f-periodes
           end-if

           perform charger-plan

           open input f-factures
           if fs-factures = '35'
               display 'PG-PRODUITS-AVANCE - pas de factures.dat,'
                   ' rien a reporter'
               stop run
           end-if
           if fs-factures <> '00'
               display 'PG-PRODUITS-AVANCE - ouverture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if

           open input f-resa
           if fs-resa <> '00'
               display 'PG-PRODUITS-AVANCE - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           open output f-ecritures
           if fs-ecritures <> '00'
               display 'PG-PRODUITS-AVANCE - ouverture'
                   ' ecritures-pca.txt impossible'
               display 'code retour fichier : ' fs-ecritures
               move 1 to return-code
               stop run
           end-if

           perform ouvrir-journal-compta

           open output f-impression
           if fs-impression <> '00'
               display 'PG-PRODUITS-AVANCE - ouverture'
                   ' produits-avance.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'PRODUITS CONSTATES D''AVANCE - periode '
               periode-demandee ' - extourne le ' date-extourne
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Facture Resa   Arrivee  Nuits Apres' to
               ligne-tampon(1:35)
           move 'Montant HT      Reporte' to ligne-tampon(41:23)
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-factures next record at end
               set fin-fichier to true
           end-read
           if fs-factures <> '00' and fs-factures <> '10'
               display 'PG-PRODUITS-AVANCE - lecture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if

           perform until fin-fichier
               compute tot-lues = tot-lues + 1
               if FDateFacture <= date-fin-periode
                   and Fnumresa > 0
                   perform examiner-facture
               end-if
               read f-factures next record at end
                   set fin-fichier to true
               end-read
               if fs-factures <> '00' and fs-factures <> '10'
                   display 'PG-PRODUITS-AVANCE - lecture'
                       ' factures.dat impossible'
                   display 'code retour fichier : ' fs-factures
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move tot-pca to montant-edit
           move spaces to ligne-tampon
           string 'Total reporte : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-factures
           close f-resa
           close f-ecritures
           close f-journal-compta
           close f-impression

           display 'PG-PRODUITS-AVANCE - TOTAUX DE CONTROLE'
           display 'periode            : ' periode-demandee
           display 'factures lues      : ' tot-lues
           display 'factures reportees : ' tot-reportees
           display 'ecritures emises   : ' tot-ecritures
           display 'total reporte      : ' tot-pca
           goback.

      * Le montant hors taxes est reparti a parts egales sur les nuits
      * du sejour, a compter de l'arrivee. Les tranches des longs
      * sejours sont facturees a terme echu et ne portent jamais sur
      * des nuits a venir ; un avoir est reporte comme sa facture
      * d'origine, en sens inverse.
       examiner-facture.
           set resa-trouvee to false
           move Fnumresa to Rnumresa
           read f-resa key is Rnumresa
               invalid key continue
               not invalid key set resa-trouvee to true
           end-read
           if resa-trouvee and RLongSejour <> 'O'
               and RDateArrivee > 0 and RDateDepart > RDateArrivee
               compute debut-sejour-entier =
                   function integer-of-date(RDateArrivee)
               if FNbNuits > 0
                   move FNbNuits to nuits-sejour
               else
                   compute nuits-sejour =
                       function integer-of-date(RDateDepart)
                       - debut-sejour-entier
               end-if
               compute fin-sejour-entier =
                   debut-sejour-entier + nuits-sejour
               if debut-sejour-entier > fin-periode-entier
                   move debut-sejour-entier to premiere-nuit-apres
               else
                   compute premiere-nuit-apres =
                       fin-periode-entier + 1
               end-if
               compute nuits-apres =
                   fin-sejour-entier - premiere-nuit-apres
               if nuits-apres > 0 and FMontantHT > 0
                   perform reporter-facture
               end-if
           end-if.

       reporter-facture.
           compute montant-pca rounded =
               FMontantHT * nuits-apres / nuits-sejour
           compute tot-reportees = tot-reportees + 1

           move 'PCA' to nature-w
           perform fixer-journal
           move spaces to libelle-w
           if FTypeFact = 'A'
               compute tot-pca = tot-pca - montant-pca
               string 'PCA AVOIR ' Fnumfact delimited by size
                   into libelle-w
           else
               compute tot-pca = tot-pca + montant-pca
               string 'PCA FACTURE ' Fnumfact delimited by size
                   into libelle-w
           end-if

      * Constatation au dernier jour de la periode
           move date-fin-periode to date-ecriture
           if FTypeFact = 'A'
               move 'PCA' to nature-w
               move montant-pca to montant-debit
               move 0 to montant-credit
               perform ecrire-ecriture
               move 'VENTE' to nature-w
               move 0 to montant-debit
               move montant-pca to montant-credit
               perform ecrire-ecriture
           else
               move 'VENTE' to nature-w
               move montant-pca to montant-debit
               move 0 to montant-credit
               perform ecrire-ecriture
               move 'PCA' to nature-w
               move 0 to montant-debit
               move montant-pca to montant-credit
               perform ecrire-ecriture
           end-if

      * Extourne au premier jour de la periode suivante
           move spaces to libelle-w
           string 'EXT ' Fnumfact ' PCA ' periode-demandee
               delimited by size into libelle-w
           move date-extourne to date-ecriture
           if FTypeFact = 'A'
               move 'VENTE' to nature-w
               move montant-pca to montant-debit
               move 0 to montant-credit
               perform ecrire-ecriture
               move 'PCA' to nature-w
               move 0 to montant-debit
               move montant-pca to montant-credit
               perform ecrire-ecriture
           else
               move 'PCA' to nature-w
               move montant-pca to montant-debit
               move 0 to montant-credit
               perform ecrire-ecriture
               move 'VENTE' to nature-w
               move 0 to montant-debit
               move montant-pca to montant-credit
               perform ecrire-ecriture
           end-if

           move spaces to ligne-tampon
           string Fnumfact '  ' Fnumresa ' ' RDateArrivee ' '
               delimited by size into ligne-tampon
           move nuits-sejour to ligne-tampon(25:5)
           move nuits-apres to ligne-tampon(31:5)
           move FMontantHT to ligne-edit
           move ligne-edit to ligne-tampon(40:11)
           if FTypeFact = 'A'
               compute ligne-edit = 0 - montant-pca
           else
               move montant-pca to ligne-edit
           end-if
           move ligne-edit to ligne-tampon(53:11)
           move ligne-tampon to ligne-impr
           write ligne-impr.

       charger-plan.
           open input f-plan
           if fs-plan = '00'
               perform until fin-fichier
                   read f-plan
                       at end set fin-fichier to true
                       not at end
                           if nb-natures < 50
                               compute nb-natures = nb-natures + 1
                               move PCnature
                                   to tp-nature(nb-natures)
                               move PCjournal
                                   to tp-journal(nb-natures)
                               move PCcompte
                                   to tp-compte(nb-natures)
                           end-if
                   end-read
               end-perform
               close f-plan
           end-if
           set fin-fichier to false.

      * Les ecritures sont aussi gardees dans le journal comptable,
      * a la suite de celles de l'export ; une nouvelle passe sur la
      * periode remplace la precedente.
       ouvrir-journal-compta.
           open i-o f-journal-compta
           if fs-journal-compta = '35'
               open output f-journal-compta
               close f-journal-compta
               open i-o f-journal-compta
           end-if
           if fs-journal-compta <> '00'
               display 'PG-PRODUITS-AVANCE - ouverture'
                   ' journal-compta.dat impossible'
               display 'code retour fichier : ' fs-journal-compta
               move 1 to return-code
               stop run
           end-if
           move periode-demandee to EGperiode
           move 'P' to EGorigine
           move 0 to EGrang
           start f-journal-compta key is >= EGcle
               invalid key set fin-fichier to true
           end-start
           if not fin-fichier
               read f-journal-compta next record at end
                   set fin-fichier to true
               end-read
           end-if
           perform until fin-fichier
                   or EGperiode <> periode-demandee
                   or EGorigine <> 'P'
               delete f-journal-compta record
               read f-journal-compta next record at end
                   set fin-fichier to true
               end-read
           end-perform
           set fin-fichier to false.

       chercher-compte.
           move spaces to journal-w
           move spaces to compte-w
           perform varying n from 1 by 1 until n > nb-natures
               if tp-nature(n) = nature-w
                   move tp-journal(n) to journal-w
                   move tp-compte(n) to compte-w
               end-if
           end-perform
           if compte-w = spaces
               evaluate nature-w
                   when 'VENTE' move '70600000' to compte-w
                       move 'VE' to journal-w
                   when 'PCA' move '48700000' to compte-w
                       move 'OD' to journal-w
                   when other move '47100000' to compte-w
                       move 'OD' to journal-w
               end-evaluate
           end-if.

      * Les deux jambes de l'ecriture tombent dans le journal de la
      * nature pivot, comme dans pg-export-compta.
       fixer-journal.
           perform chercher-compte
           move journal-w to journal-evt.

       ecrire-ecriture.
           perform chercher-compte
           move journal-evt to journal-w
           move montant-debit to debit-edit
           move montant-credit to credit-edit
           move spaces to ecriture-rec
           string journal-w ';' date-ecriture ';' compte-w ';'
               libelle-w ';' debit-edit ';' credit-edit
               delimited by size into ecriture-rec
           write ecriture-rec
           if fs-ecritures <> '00'
               display 'PG-PRODUITS-AVANCE - ecriture'
                   ' ecritures-pca.txt impossible'
               display 'code retour fichier : ' fs-ecritures
               move 1 to return-code
               stop run
           end-if
           compute tot-ecritures = tot-ecritures + 1
           compute rang-ecriture = rang-ecriture + 1
           move periode-demandee to EGperiode
           move 'P' to EGorigine
           move rang-ecriture to EGrang
           move journal-w to EGjournal
           move date-ecriture to EGdate
           move compte-w to EGcompte
           move libelle-w to EGlibelle
           move montant-debit to EGdebit
           move montant-credit to EGcredit
           move 'F' to EGpiece
           move Fnumfact to EGref
           write ecriture-compta
           if fs-journal-compta <> '00'
               display 'PG-PRODUITS-AVANCE - ecriture'
                   ' journal-compta.dat impossible'
               display 'code retour fichier : ' fs-journal-compta
               move 1 to return-code
               stop run
           end-if.

       end program pg-produits-avance.
