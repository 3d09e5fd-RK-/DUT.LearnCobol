       program-id. pg-rentabilite.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access sequential
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

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

           select f-couts assign 'couts-ot.dat'
           organization indexed
           access sequential
           record key COcle
           file status fs-couts.

           select f-ot assign 'ot.dat'
           organization indexed
           access random
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-charges assign 'charges-rec.dat'
           organization indexed
           access sequential
           record key CRcle
           file status fs-charges.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-impression assign 'rentabilite.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-factures.
           copy facture.

       fd f-resa.
           copy reservation.

       fd f-couts.
           copy cout-ot.

       fd f-ot.
           copy ordre-travail.

       fd f-charges.
           copy charge-recurrente.

       fd f-mandats.
           copy mandat.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-factures pic xx.
       1 fs-resa pic xx.
       1 fs-couts pic xx.
       1 fs-ot pic xx.
       1 fs-charges pic xx.
       1 fs-mandats pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 arg-valeur pic 9(8).
       1 date-jour pic 9(8).
       1 annee-jour pic 9999.
       1 date-debut pic 9(8).
       1 date-fin pic 9(8).
       1 periode-debut pic 9(6).
       1 periode-fin pic 9(6).
       1 periode-mois pic 9(6).
       1 mois-periode pic 99.
       1 date-cout pic 9(8).
       1 taux-commission pic 99v99 value 15.
       1 taux-applique pic 99v99.
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-factures pic x value 'N'.
           88 fin-factures value 'O' false 'N'.
       1 v-fin-couts pic x value 'N'.
           88 fin-couts value 'O' false 'N'.
       1 v-fin-charges pic x value 'N'.
           88 fin-charges value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
       1 v-mandats-dispo pic x value 'N'.
           88 mandats-dispo value 'O' false 'N'.
       1 v-resa-trouvee pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 v-ot-trouve pic x.
           88 ot-trouve value 'O' false 'N'.
       1 v-ville-trouvee pic x.
           88 ville-trouvee value 'O' false 'N'.
      * Cumuls par appartement, indices par Anumappart
       1 tbl-appart occurs 9999 times.
           2 ta-connu pic x value 'N'.
           2 ta-actif pic x value 'N'.
           2 ta-numprop pic 9999 value 0.
           2 ta-ville pic x(20) value spaces.
           2 ta-nuits pic s9(5) value 0.
           2 ta-ca pic s9(9)v99 value 0.
           2 ta-comm-part pic s9(9)v99 value 0.
           2 ta-comm-agence pic s9(9)v99 value 0.
           2 ta-travaux pic s9(9)v99 value 0.
           2 ta-charges pic s9(9)v99 value 0.
           2 ta-net pic s9(9)v99 value 0.
           2 ta-marge pic s9(9)v99 value 0.
           2 ta-classe pic x value 'N'.
      * Par proprietaire : charges de la periode, nombre
      * d'appartements actifs pour leur repartition, cumuls edites
       1 tbl-proprio occurs 9999 times.
           2 tp-nb-apparts pic 9(4) value 0.
           2 tp-charges pic s9(9)v99 value 0.
           2 tp-montant pic s9(9)v99 occurs 7 times value 0.
       1 nb-villes pic 9(3) value 0.
       1 tbl-ville occurs 100 times.
           2 tv-nom pic x(20).
           2 tv-montant pic s9(9)v99 occurs 7 times.
       1 tbl-general.
           2 tg-montant pic s9(11)v99 occurs 7 times.
       1 tg-nuits pic s9(7) value 0.
       1 zone-montants.
           2 zm-montant pic s9(11)v99 occurs 7 times.
       1 zm-nuits pic s9(7).
       1 k pic 9(5).
       1 p pic 9(5).
       1 v pic 9(3).
       1 c pic 9.
       1 rang pic 99.
       1 k-min pic 9(5).
       1 net-min pic s9(9)v99.
       1 comm-facture pic s9(9)v99.
       1 part-charges pic s9(9)v99.
       1 tot-apparts pic 9(6) value 0.
       1 tot-factures-lues pic 9(6) value 0.
       1 tot-factures-retenues pic 9(6) value 0.
       1 tot-couts-lus pic 9(6) value 0.
       1 tot-charges-lues pic 9(6) value 0.
       1 tot-sans-appart pic 9(6) value 0.
       1 charges-non-reparties pic s9(9)v99 value 0.
       1 ligne-tampon pic x(80).
       1 ligne-grille.
           2 lg-libelle pic x(10).
           2 lg-colonne occurs 7 times.
               3 filler pic x.
               3 lg-montant pic -(8)9.
       1 ligne-appart redefines ligne-grille.
           2 la-numappart pic 9999.
           2 filler pic x.
           2 la-nuits pic -(4)9.
           2 filler pic x(70).
       1 montant-edit pic -(9)9.99.

       procedure division.
           accept date-jour from date yyyymmdd

      * Periode : annee civile en cours par defaut ; un premier
      * argument AAAA donne une annee, AAAAMMJJ une date de debut,
      * le second argument etant alors la date de fin (jour par defaut).
           move date-jour(1:4) to annee-jour
           compute date-debut = annee-jour * 10000 + 101
           compute date-fin = annee-jour * 10000 + 1231
           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to arg-valeur
               if arg-valeur < 10000
                   compute date-debut = arg-valeur * 10000 + 101
                   compute date-fin = arg-valeur * 10000 + 1231
               else
                   move arg-valeur to date-debut
                   move date-jour to date-fin
                   display 2 upon argument-number
                   move spaces to arg-buffer
                   accept arg-buffer from argument-value
                   if arg-buffer <> spaces
                       move function numval(function trim(arg-buffer))
                           to date-fin
                   end-if
               end-if
           end-if
           if date-fin < date-debut
               display 'PG-RENTABILITE - periode invalide : '
                   date-debut ' - ' date-fin
               move 1 to return-code
               stop run
           end-if
           move date-debut(1:6) to periode-debut
           move date-fin(1:6) to periode-fin

           perform charger-appartements
           perform cumuler-factures
           perform cumuler-couts
           perform cumuler-charges
           perform calculer-nets

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RENTABILITE - ouverture rentabilite.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           perform editer-appartements
           perform editer-villes
           perform editer-proprietaires
           perform editer-classement
           close f-impression

           display 'PG-RENTABILITE - TOTAUX DE CONTROLE'
           display 'periode             : ' date-debut ' - ' date-fin
           display 'appartements lus    : ' tot-apparts
           display 'factures lues       : ' tot-factures-lues
           display 'factures retenues   : ' tot-factures-retenues
           display 'lignes de cout lues : ' tot-couts-lus
           display 'charges lues        : ' tot-charges-lues
           display 'sans appartement    : ' tot-sans-appart
           display 'nuits vendues       : ' tg-nuits
           display 'net proprietaires   : ' tg-montant(6)
           display 'marge agence        : ' tg-montant(7)
           stop run.

       charger-appartements.
           open input f-appart
           if fs-appart <> '00'
               display 'PG-RENTABILITE - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           read f-appart next record at end set fin-appart to true
           end-read
           perform until fin-appart
               compute tot-apparts = tot-apparts + 1
               if Anumappart > 0
                   move 'O' to ta-connu(Anumappart)
                   move Anumprop to ta-numprop(Anumappart)
                   move AVille to ta-ville(Anumappart)
                   if AStatut <> 'R'
                       move 'O' to ta-actif(Anumappart)
                       if Anumprop > 0
                           add 1 to tp-nb-apparts(Anumprop)
                       end-if
                   end-if
               end-if
               read f-appart next record at end set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-RENTABILITE - lecture appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           close f-appart.

      * Chiffre d'affaires et nuits vendues d'apres les factures de la
      * periode (les avoirs viennent en deduction), commission du
      * partenaire d'apres le taux porte par la reservation.
       cumuler-factures.
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if
           open input f-factures
           if fs-factures = '35'
               move 'O' to v-fin-factures
           else
               if fs-factures <> '00'
                   display 'PG-RENTABILITE - ouverture factures.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-factures
                   move 1 to return-code
                   stop run
               end-if
               read f-factures next record at end
                   set fin-factures to true
               end-read
           end-if
           perform until fin-factures
               compute tot-factures-lues = tot-factures-lues + 1
               if FDateFacture >= date-debut
                   and FDateFacture <= date-fin
                   if Fnumappart > 0
                       perform cumuler-facture
                   else
                       compute tot-sans-appart = tot-sans-appart + 1
                   end-if
               end-if
               read f-factures next record at end
                   set fin-factures to true
               end-read
               if fs-factures <> '00' and fs-factures <> '10'
                   display 'PG-RENTABILITE - lecture factures.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-factures
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           if fs-factures <> '35'
               close f-factures
           end-if
           if resa-dispo
               close f-resa
           end-if.

       cumuler-facture.
           compute tot-factures-retenues = tot-factures-retenues + 1
           if ta-connu(Fnumappart) = 'N'
               move 'O' to ta-connu(Fnumappart)
               move Fnumprop to ta-numprop(Fnumappart)
           end-if
           move 0 to comm-facture
           set resa-trouvee to false
           if resa-dispo and Fnumresa > 0
               move Fnumresa to Rnumresa
               read f-resa key is Rnumresa
                   invalid key continue
                   not invalid key set resa-trouvee to true
               end-read
           end-if
           if resa-trouvee
               compute comm-facture rounded =
                   FMontantEUR * RCommPartenaire / 100
           end-if
           if FTypeFact = 'A'
               compute ta-nuits(Fnumappart) =
                   ta-nuits(Fnumappart) - FNbNuits
               compute ta-ca(Fnumappart) =
                   ta-ca(Fnumappart) - FMontantEUR
               compute ta-comm-part(Fnumappart) =
                   ta-comm-part(Fnumappart) - comm-facture
           else
               compute ta-nuits(Fnumappart) =
                   ta-nuits(Fnumappart) + FNbNuits
               compute ta-ca(Fnumappart) =
                   ta-ca(Fnumappart) + FMontantEUR
               compute ta-comm-part(Fnumappart) =
                   ta-comm-part(Fnumappart) + comm-facture
           end-if.

      * Travaux : les lignes rechargees au proprietaire dans la
      * periode pesent sur son net ; les lignes non refacturables,
      * datees de la cloture de l'ordre (a defaut de son ouverture),
      * restent a la charge de l'agence.
       cumuler-couts.
           open input f-ot
           if fs-ot = '00'
               set ot-dispo to true
           end-if
           open input f-couts
           if fs-couts = '35' or not ot-dispo
               move 'O' to v-fin-couts
           else
               if fs-couts <> '00'
                   display 'PG-RENTABILITE - ouverture couts-ot.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-couts
                   move 1 to return-code
                   stop run
               end-if
               read f-couts next record at end set fin-couts to true
               end-read
           end-if
           perform until fin-couts
               compute tot-couts-lus = tot-couts-lus + 1
               set ot-trouve to false
               move COnumot to OTnumot
               read f-ot key is OTnumot
                   invalid key continue
                   not invalid key set ot-trouve to true
               end-read
               if ot-trouve and OTnumappart > 0
                   perform cumuler-cout
               end-if
               read f-couts next record at end set fin-couts to true
               end-read
               if fs-couts <> '00' and fs-couts <> '10'
                   display 'PG-RENTABILITE - lecture couts-ot.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-couts
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           if fs-couts = '00' or fs-couts = '10'
               close f-couts
           end-if
           if ot-dispo
               close f-ot
           end-if.

       cumuler-cout.
           if CORecharge = 'O'
               if CODateRecharge >= date-debut
                   and CODateRecharge <= date-fin
                   compute ta-travaux(OTnumappart) =
                       ta-travaux(OTnumappart) + COmontant
               end-if
           else
               if CORefacturable <> 'O'
                   if OTDateCloture > 0
                       move OTDateCloture to date-cout
                   else
                       move OTDateOuverture to date-cout
                   end-if
                   if date-cout >= date-debut
                       and date-cout <= date-fin
                       compute ta-marge(OTnumappart) =
                           ta-marge(OTnumappart) - COmontant
                   end-if
               end-if
           end-if.

      * Charges contractuelles : memes regles d'echeance que
      * pg-charges-proprio, mois par mois sur la periode.
       cumuler-charges.
           open input f-charges
           if fs-charges = '35'
               move 'O' to v-fin-charges
           else
               if fs-charges <> '00'
                   display 'PG-RENTABILITE - ouverture'
                       ' charges-rec.dat impossible'
                   display 'code retour fichier : ' fs-charges
                   move 1 to return-code
                   stop run
               end-if
               read f-charges next record at end
                   set fin-charges to true
               end-read
           end-if
           perform until fin-charges
               compute tot-charges-lues = tot-charges-lues + 1
               if CRnumprop > 0
                   move periode-debut to periode-mois
                   perform until periode-mois > periode-fin
                       perform cumuler-echeance-charge
                       move periode-mois(5:2) to mois-periode
                       if mois-periode = 12
                           compute periode-mois = periode-mois + 89
                       else
                           compute periode-mois = periode-mois + 1
                       end-if
                   end-perform
               end-if
               read f-charges next record at end
                   set fin-charges to true
               end-read
               if fs-charges <> '00' and fs-charges <> '10'
                   display 'PG-RENTABILITE - lecture'
                       ' charges-rec.dat impossible'
                   display 'code retour fichier : ' fs-charges
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           if fs-charges <> '35'
               close f-charges
           end-if.

       cumuler-echeance-charge.
           if CRDateDebut(1:6) <= periode-mois
               and CRDateFin(1:6) >= periode-mois
               move periode-mois(5:2) to mois-periode
               if CRFrequence = 'M' or CRFrequence = 'm'
                   or CRMoisEcheance = mois-periode
                   compute tp-charges(CRnumprop) =
                       tp-charges(CRnumprop) + CRMontant
               end-if
           end-if.

      * Commission agence au taux du mandat en vigueur sur la
      * periode (taux par defaut sinon), sur le chiffre d'affaires
      * diminue de la commission du partenaire. Les charges du
      * proprietaire sont reparties a parts egales entre ses
      * appartements actifs.
       calculer-nets.
           open input f-mandats
           if fs-mandats = '00'
               set mandats-dispo to true
           end-if
           perform varying p from 1 by 1 until p > 9999
               if tp-charges(p) <> 0 and tp-nb-apparts(p) = 0
                   compute charges-non-reparties =
                       charges-non-reparties + tp-charges(p)
               end-if
           end-perform
           perform varying k from 1 by 1 until k > 9999
               if ta-actif(k) = 'O' or ta-ca(k) <> 0
                   or ta-travaux(k) <> 0 or ta-marge(k) <> 0
                   perform calculer-net-appart
               end-if
           end-perform
           if mandats-dispo
               close f-mandats
           end-if.

       calculer-net-appart.
           move 'O' to ta-connu(k)
           move taux-commission to taux-applique
           if mandats-dispo and ta-numprop(k) > 0
               move ta-numprop(k) to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key continue
                   not invalid key
                       if MDDateDebut <= date-fin
                           and MDDateFin >= date-debut
                           move MDTauxCommission to taux-applique
                       end-if
               end-read
           end-if
           compute ta-comm-agence(k) rounded =
               (ta-ca(k) - ta-comm-part(k)) * taux-applique / 100
           move 0 to part-charges
           if ta-actif(k) = 'O' and ta-numprop(k) > 0
               if tp-nb-apparts(ta-numprop(k)) > 0
                   compute part-charges rounded =
                       tp-charges(ta-numprop(k))
                       / tp-nb-apparts(ta-numprop(k))
               end-if
           end-if
           move part-charges to ta-charges(k)
           compute ta-net(k) = ta-ca(k) - ta-comm-part(k)
               - ta-comm-agence(k) - ta-travaux(k) - ta-charges(k)
           compute ta-marge(k) = ta-marge(k) + ta-comm-agence(k).

       charger-zone-appart.
           move ta-nuits(k) to zm-nuits
           move ta-ca(k) to zm-montant(1)
           move ta-comm-part(k) to zm-montant(2)
           move ta-comm-agence(k) to zm-montant(3)
           move ta-travaux(k) to zm-montant(4)
           move ta-charges(k) to zm-montant(5)
           move ta-net(k) to zm-montant(6)
           move ta-marge(k) to zm-montant(7).

       editer-grille.
           move spaces to ligne-grille
           perform varying c from 1 by 1 until c > 7
               compute lg-montant(c) rounded = zm-montant(c)
           end-perform.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RENTABILITE - ecriture rentabilite.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       editer-entete-grille.
           move spaces to ligne-tampon
           move 'Appt Nuits' to ligne-tampon(1:10)
           move '        CA  Com.part  Com.agce   Travaux'
               to ligne-tampon(11:40)
           move '   Charges  Net prop  Marge ag'
               to ligne-tampon(51:30)
           move ligne-tampon to ligne-impr
           perform ecrire-ligne.

       editer-appartements.
           move spaces to ligne-tampon
           string 'RENTABILITE NETTE PAR APPARTEMENT du ' date-debut
               ' au ' date-fin delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move '(montants en euros)' to ligne-impr
           perform ecrire-ligne
           perform editer-entete-grille
           initialize tbl-general
           perform varying k from 1 by 1 until k > 9999
               if ta-connu(k) = 'O' and (ta-actif(k) = 'O'
                   or ta-ca(k) <> 0 or ta-travaux(k) <> 0
                   or ta-marge(k) <> 0)
                   perform editer-appartement
               end-if
           end-perform
           move '----------------------------------------'
               to ligne-impr
           perform ecrire-ligne
           perform varying c from 1 by 1 until c > 7
               move tg-montant(c) to zm-montant(c)
           end-perform
           perform editer-grille
           move 'TOTAL' to lg-libelle
           move ligne-grille to ligne-impr
           perform ecrire-ligne
           if charges-non-reparties <> 0
               move charges-non-reparties to montant-edit
               move spaces to ligne-tampon
               string 'Charges de proprietaires sans appartement'
                   ' actif : ' montant-edit
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               perform ecrire-ligne
           end-if.

       editer-appartement.
           perform charger-zone-appart
           move 'O' to ta-classe(k)
           compute tg-nuits = tg-nuits + zm-nuits
           perform varying c from 1 by 1 until c > 7
               compute tg-montant(c) = tg-montant(c) + zm-montant(c)
           end-perform
           perform cumuler-ville
           if ta-numprop(k) > 0
               move ta-numprop(k) to p
               perform varying c from 1 by 1 until c > 7
                   compute tp-montant(p, c) =
                       tp-montant(p, c) + zm-montant(c)
               end-perform
           end-if
           perform editer-grille
           move k to la-numappart
           move zm-nuits to la-nuits
           move ligne-grille to ligne-impr
           perform ecrire-ligne.

       cumuler-ville.
           set ville-trouvee to false
           perform varying v from 1 by 1
               until v > nb-villes or ville-trouvee
               if tv-nom(v) = ta-ville(k)
                   set ville-trouvee to true
               end-if
           end-perform
           if ville-trouvee
               compute v = v - 1
           else
               if nb-villes < 100
                   compute nb-villes = nb-villes + 1
                   move nb-villes to v
                   move ta-ville(k) to tv-nom(v)
                   perform varying c from 1 by 1 until c > 7
                       move 0 to tv-montant(v, c)
                   end-perform
                   set ville-trouvee to true
               end-if
           end-if
           if ville-trouvee
               perform varying c from 1 by 1 until c > 7
                   compute tv-montant(v, c) =
                       tv-montant(v, c) + zm-montant(c)
               end-perform
           end-if.

       editer-villes.
           move ' ' to ligne-impr
           perform ecrire-ligne
           move 'Par ville :' to ligne-impr
           perform ecrire-ligne
           perform editer-entete-grille
           perform varying v from 1 by 1 until v > nb-villes
               perform varying c from 1 by 1 until c > 7
                   move tv-montant(v, c) to zm-montant(c)
               end-perform
               perform editer-grille
               move tv-nom(v) to lg-libelle
               move ligne-grille to ligne-impr
               perform ecrire-ligne
           end-perform.

       editer-proprietaires.
           move ' ' to ligne-impr
           perform ecrire-ligne
           move 'Par proprietaire :' to ligne-impr
           perform ecrire-ligne
           perform editer-entete-grille
           perform varying p from 1 by 1 until p > 9999
               if tp-montant(p, 1) <> 0
                   or tp-montant(p, 4) <> 0
                   or tp-montant(p, 5) <> 0
                   or tp-montant(p, 7) <> 0
                   or tp-nb-apparts(p) > 0
                   perform varying c from 1 by 1 until c > 7
                       move tp-montant(p, c) to zm-montant(c)
                   end-perform
                   perform editer-grille
                   move spaces to lg-libelle
                   string 'Prop ' p(2:4)
                       delimited by size into lg-libelle
                   move ligne-grille to ligne-impr
                   perform ecrire-ligne
               end-if
           end-perform.

      * Classement des dix appartements au net proprietaire le plus
      * faible, pour preparer les renouvellements de mandat.
       editer-classement.
           move ' ' to ligne-impr
           perform ecrire-ligne
           move
               'Appartements les moins rentables (net proprietaire) :'
               to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           move 'Rang Appt   Prop Ville' to ligne-tampon(1:22)
           move 'Net proprio' to ligne-tampon(41:11)
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           perform varying rang from 1 by 1 until rang > 10
               move 0 to k-min
               perform varying k from 1 by 1 until k > 9999
                   if ta-classe(k) = 'O'
                       and (k-min = 0 or ta-net(k) < net-min)
                       move k to k-min
                       move ta-net(k) to net-min
                   end-if
               end-perform
               if k-min > 0
                   move 'N' to ta-classe(k-min)
                   move net-min to montant-edit
                   move spaces to ligne-tampon
                   string '  ' rang ' ' k-min(2:4) '   '
                       ta-numprop(k-min) ' ' ta-ville(k-min) ' '
                       montant-edit
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   perform ecrire-ligne
               end-if
           end-perform.

       end program pg-rentabilite.
