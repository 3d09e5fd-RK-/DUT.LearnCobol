       program-id. pg-tresorerie.

       file-control.
           select f-journal-compta assign 'journal-compta.dat'
           organization indexed
           access sequential
           record key EGcle
           alternate key EGcompte with duplicates
           file status fs-journal-compta.

           select f-plan assign 'plan-comptes.dat'
           organization record sequential
           file status fs-plan.

           select f-echeances assign 'echeances.dat'
           organization indexed
           access sequential
           record key ECcle
           file status fs-echeances.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-prelevements assign 'prelevements.dat'
           organization line sequential
           file status fs-prelevements.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access sequential
           record key GLnumprop
           file status fs-livre.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-charges assign 'charges-rec.dat'
           organization indexed
           access sequential
           record key CRcle
           file status fs-charges.

           select f-factures-four assign 'factures-four.dat'
           organization indexed
           access sequential
           record key FFcle
           alternate key FFnumot with duplicates
           file status fs-factures-four.

           select f-impression assign 'tresorerie.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-journal-compta.
           copy ecriture-compta.

       fd f-plan.
           copy plan-comptes.

       fd f-echeances.
           copy echeance.

       fd f-resa.
           copy reservation.

       fd f-prelevements.
       1 prelevement-rec.
           2 pr-code-banque pic x(5).
           2 pr-code-guichet pic x(5).
           2 pr-num-compte pic x(11).
           2 pr-cle-rib pic xx.
           2 pr-montant pic 9(9)v99.
           2 pr-date pic 9(8).
           2 pr-libelle pic x(30).

       fd f-livre.
           copy grand-livre.

       fd f-mandats.
           copy mandat.

       fd f-charges.
           copy charge-recurrente.

       fd f-factures-four.
           copy facture-fournisseur.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-journal-compta pic xx.
       1 fs-plan pic xx.
       1 fs-echeances pic xx.
       1 fs-resa pic xx.
       1 fs-prelevements pic xx.
       1 fs-livre pic xx.
       1 fs-mandats pic xx.
       1 fs-charges pic xx.
       1 fs-factures-four pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 jour-entier pic 9(7).
       1 date-entier pic 9(7).
       1 date-prevue pic 9(8).
       1 date-reversement pic 9(8).
       1 annee-w pic 9999.
       1 mois-w pic 99.
       1 periode-w pic 9(6).
       1 mx pic 99.
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-mandats-dispo pic x value 'N'.
           88 mandats-dispo value 'O' false 'N'.
       1 v-echeance-due pic x.
           88 echeance-due value 'O' false 'N'.
       1 v-position-saisie pic x value 'N'.
           88 position-saisie value 'O' false 'N'.
       1 compte-banque pic x(8) value '51200000'.
       1 position-banque pic s9(11)v99 value 0.
       1 delai-prelevement pic 9 value 2.
       1 taux-commission pic 99v99 value 15.
       1 taux-applique pic 99v99.
       1 montant-w pic s9(9)v99.
      * Treize semaines a compter d'aujourd'hui. Rubriques : 1
      * echeances locataires, 2 prelevements emis, 3 reversements
      * proprietaires, 4 charges contractuelles, 5 fournisseurs.
       1 prevision.
           2 tbl-semaines occurs 13 times.
               3 ts-debut pic 9(8).
               3 ts-montant pic s9(11)v99 occurs 5 times.
       1 sx pic 99.
       1 rx pic 9.
       1 solde-cumule pic s9(11)v99.
       1 total-encaisse pic s9(11)v99 value 0.
       1 total-decaisse pic s9(11)v99 value 0.
       1 solde-bas pic s9(11)v99.
       1 semaine-basse pic 9(8).
       1 tot-echeances pic 9(6) value 0.
       1 tot-prelevements pic 9(6) value 0.
       1 tot-proprietaires pic 9(6) value 0.
       1 tot-charges pic 9(6) value 0.
       1 tot-fournisseurs pic 9(6) value 0.
       1 ligne-tampon pic x(80).
       1 ligne-montants.
           2 lm-montant pic -(9)9 occurs 6 times.
       1 montant-edit pic -(10)9.99.

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-echeances f-livre f-charges f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-TRESORERIE'
               ' fs='
               ' ' fs-echeances
               ' ' fs-livre
               ' ' fs-charges
               ' ' fs-impression
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

      * Prevision de tresorerie a 90 jours, par semaine : encaisse-
      * ments attendus des locataires (echeances, prelevements emis)
      * et decaissements (reversement des sejours factures au
      * prochain 1er du mois, charges contractuelles, factures
      * fournisseurs), cumules a partir de la position bancaire. La
      * position est le solde du compte BANQUE du journal comptable,
      * ou le montant passe en premier argument (releve du jour).
       traitement-principal section.
           accept date-jour from date yyyymmdd
           compute jour-entier = function integer-of-date(date-jour)
           initialize prevision
           perform varying sx from 1 by 1 until sx > 13
               compute ts-debut(sx) = function date-of-integer(
                   jour-entier + (sx - 1) * 7)
           end-perform

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               compute position-banque =
                   function numval(function trim(arg-buffer))
               set position-saisie to true
           end-if

           if not position-saisie
               perform lire-position-banque
           end-if

           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if
           open input f-mandats
           if fs-mandats = '00'
               set mandats-dispo to true
           end-if

           perform prevoir-echeances
           perform prevoir-prelevements
           perform prevoir-reversements
           perform prevoir-charges
           perform prevoir-fournisseurs

           if resa-dispo
               close f-resa
           end-if
           if mandats-dispo
               close f-mandats
           end-if

           perform editer-prevision

           display 'PG-TRESORERIE - TOTAUX DE CONTROLE'
           display 'echeances lues     : ' tot-echeances
           display 'prelevements lus   : ' tot-prelevements
           display 'proprietaires      : ' tot-proprietaires
           display 'charges prevues    : ' tot-charges
           display 'factures fourn.    : ' tot-fournisseurs
           display 'position de depart : ' position-banque
           display 'solde a 90 jours   : ' solde-cumule
           goback.

      * Solde du compte de banque d'apres toutes les ecritures
      * exportees (compte de la nature BANQUE au plan comptable).
       lire-position-banque.
           open input f-plan
           if fs-plan = '00'
               perform until fin-fichier
                   read f-plan
                       at end set fin-fichier to true
                       not at end
                           if PCnature = 'BANQUE'
                               move PCcompte to compte-banque
                           end-if
                   end-read
               end-perform
               close f-plan
           end-if
           set fin-fichier to false

           open input f-journal-compta
           if fs-journal-compta = '00'
               perform until fin-fichier
                   read f-journal-compta next record
                       at end set fin-fichier to true
                       not at end
                           if EGcompte = compte-banque
                               compute position-banque =
                                   position-banque + EGdebit
                                   - EGcredit
                           end-if
                   end-read
               end-perform
               close f-journal-compta
           else
               display 'PG-TRESORERIE - pas de journal-compta.dat,'
                   ' position de depart a zero'
           end-if
           set fin-fichier to false.

      * Ranger un montant dans la semaine de sa date prevue ; ce qui
      * est deja en retard tombe dans la premiere semaine.
       placer-montant.
           compute date-entier =
               function integer-of-date(date-prevue)
           if date-entier < jour-entier
               move 1 to sx
           else
               compute sx = (date-entier - jour-entier) / 7 + 1
           end-if
           if sx <= 13
               compute ts-montant(sx, rx) =
                   ts-montant(sx, rx) + montant-w
           end-if.

      * Echeances non soldees et non encore presentees au
      * prelevement, hors sejours annules.
       prevoir-echeances.
           move 1 to rx
           open input f-echeances
           if fs-echeances = '00'
               perform until fin-fichier
                   read f-echeances next record
                       at end set fin-fichier to true
                       not at end
                           perform prevoir-une-echeance
                   end-read
               end-perform
               close f-echeances
           end-if
           set fin-fichier to false.

       prevoir-une-echeance.
           compute tot-echeances = tot-echeances + 1
           set echeance-due to false
           if ECStatut <> 'S' and ECStatut <> 'E'
               and ECMontant > ECMontantRegle
               set echeance-due to true
           end-if
           if echeance-due and resa-dispo
               move ECnumresa to Rnumresa
               read f-resa key is Rnumresa
                   invalid key continue
                   not invalid key
                       if RStatut = 'A'
                           set echeance-due to false
                       end-if
               end-read
           end-if
           if echeance-due
               move ECDateEcheance to date-prevue
               compute montant-w = ECMontant - ECMontantRegle
               perform placer-montant
           end-if.

      * Prelevements du dernier fichier emis, credites quelques jours
      * apres l'emission ; ceux dont la date est passee sont reputes
      * deja encaisses.
       prevoir-prelevements.
           move 2 to rx
           open input f-prelevements
           if fs-prelevements = '00'
               perform until fin-fichier
                   read f-prelevements
                       at end set fin-fichier to true
                       not at end
                           compute tot-prelevements =
                               tot-prelevements + 1
                           compute date-prevue =
                               function date-of-integer(
                               function integer-of-date(pr-date)
                               + delai-prelevement)
                           if date-prevue >= date-jour
                               move pr-montant to montant-w
                               perform placer-montant
                           end-if
                   end-read
               end-perform
               close f-prelevements
           end-if
           set fin-fichier to false.

      * Ce qui a ete facture pour un proprietaire et pas encore
      * reverse lui sera verse au prochain reversement (le 1er du
      * mois), commission de l'agence deduite.
       prevoir-reversements.
           move 3 to rx
           move date-jour(1:4) to annee-w
           move date-jour(5:2) to mois-w
           if mois-w = 12
               compute annee-w = annee-w + 1
               move 1 to mois-w
           else
               compute mois-w = mois-w + 1
           end-if
           compute date-reversement = annee-w * 10000
               + mois-w * 100 + 1
           open input f-livre
           if fs-livre = '00'
               perform until fin-fichier
                   read f-livre next record
                       at end set fin-fichier to true
                       not at end
                           if GLFacture > GLReverse
                               perform prevoir-un-reversement
                           end-if
                   end-read
               end-perform
               close f-livre
           end-if
           set fin-fichier to false.

       prevoir-un-reversement.
           compute tot-proprietaires = tot-proprietaires + 1
           move taux-commission to taux-applique
           if mandats-dispo
               move GLnumprop to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key continue
                   not invalid key
                       if date-jour >= MDDateDebut
                           and date-jour <= MDDateFin
                           move MDTauxCommission to taux-applique
                       end-if
               end-read
           end-if
           compute montant-w rounded = 0 - (GLFacture - GLReverse)
               * (100 - taux-applique) / 100
           move date-reversement to date-prevue
           perform placer-montant.

      * Charges contractuelles payees pour le compte des
      * proprietaires : le 1er de chaque mois ou elles s'appliquent,
      * et des cette semaine pour le mois en cours pas encore passe.
       prevoir-charges.
           move 4 to rx
           open input f-charges
           if fs-charges = '00'
               perform until fin-fichier
                   read f-charges next record
                       at end set fin-fichier to true
                       not at end
                           perform prevoir-une-charge
                   end-read
               end-perform
               close f-charges
           end-if
           set fin-fichier to false.

       prevoir-une-charge.
           move date-jour(1:4) to annee-w
           move date-jour(5:2) to mois-w
           perform varying mx from 1 by 1 until mx > 4
               compute periode-w = annee-w * 100 + mois-w
               if CRDateDebut(1:6) <= periode-w
                   and CRDateFin(1:6) >= periode-w
                   and CRDernierePeriode < periode-w
                   and (CRFrequence = 'M' or CRFrequence = 'm'
                       or CRMoisEcheance = mois-w)
                   compute tot-charges = tot-charges + 1
                   compute date-prevue = periode-w * 100 + 1
                   compute montant-w = 0 - CRMontant
                   perform placer-montant
               end-if
               if mois-w = 12
                   compute annee-w = annee-w + 1
                   move 1 to mois-w
               else
                   compute mois-w = mois-w + 1
               end-if
           end-perform.

       prevoir-fournisseurs.
           move 5 to rx
           open input f-factures-four
           if fs-factures-four = '00'
               perform until fin-fichier
                   read f-factures-four next record
                       at end set fin-fichier to true
                       not at end
                           if FFStatut = 'A'
                               compute tot-fournisseurs =
                                   tot-fournisseurs + 1
                               move FFDateEcheance to date-prevue
                               compute montant-w = 0 - FFMontantTTC
                               perform placer-montant
                           end-if
                   end-read
               end-perform
               close f-factures-four
           end-if
           set fin-fichier to false.

       editer-prevision.
           open output f-impression
           if fs-impression <> '00'
               display 'PG-TRESORERIE - ouverture tresorerie.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'PREVISION DE TRESORERIE A 90 JOURS au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move position-banque to montant-edit
           move spaces to ligne-tampon
           if position-saisie
               string 'Position bancaire saisie : ' montant-edit
                   delimited by size into ligne-tampon
           else
               string 'Position bancaire (compte ' compte-banque
                   ') : ' montant-edit
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr
           move ' ' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Semaine' to ligne-tampon(1:7)
           move 'Echeances Prelevem. Reversem.'
               to ligne-tampon(10:29)
           move 'Charges    Fourn.Solde cum.' to ligne-tampon(42:27)
           move ligne-tampon to ligne-impr
           write ligne-impr

           move position-banque to solde-cumule
           move position-banque to solde-bas
           move date-jour to semaine-basse
           perform varying sx from 1 by 1 until sx > 13
               perform varying rx from 1 by 1 until rx > 5
                   compute solde-cumule =
                       solde-cumule + ts-montant(sx, rx)
                   if ts-montant(sx, rx) > 0
                       compute total-encaisse =
                           total-encaisse + ts-montant(sx, rx)
                   else
                       compute total-decaisse =
                           total-decaisse - ts-montant(sx, rx)
                   end-if
                   compute lm-montant(rx) rounded = ts-montant(sx, rx)
               end-perform
               compute lm-montant(6) rounded = solde-cumule
               if solde-cumule < solde-bas
                   move solde-cumule to solde-bas
                   move ts-debut(sx) to semaine-basse
               end-if
               move spaces to ligne-tampon
               move ts-debut(sx) to ligne-tampon(1:8)
               move ligne-montants to ligne-tampon(9:60)
               move ligne-tampon to ligne-impr
               write ligne-impr
               if fs-impression <> '00'
                   display 'PG-TRESORERIE - ecriture tresorerie.lst'
                       ' impossible'
                   display 'code retour fichier : ' fs-impression
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           move total-encaisse to montant-edit
           move spaces to ligne-tampon
           string 'Encaissements attendus : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move total-decaisse to montant-edit
           move spaces to ligne-tampon
           string 'Decaissements prevus   : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move solde-bas to montant-edit
           move spaces to ligne-tampon
           string 'Point bas              : ' montant-edit
               ' semaine du ' semaine-basse
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           close f-impression.

       end program pg-tresorerie.
