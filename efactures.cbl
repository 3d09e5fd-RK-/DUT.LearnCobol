       program-id. pg-efactures.

       file-control.
           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-dossiers assign 'dossiers.dat'
           organization indexed
           access random
           record key DOnumdossier
           file status fs-dossiers.

           select f-lignes assign 'dossier-lignes.dat'
           organization indexed
           access dynamic
           record key DLcle
           file status fs-lignes.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access dynamic
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-emetteur assign 'emetteur.dat'
           organization line sequential
           file status fs-emetteur.

           select f-efact assign 'efactures.txt'
           organization line sequential
           file status fs-efact.

           select f-retours assign 'efactures-retour.txt'
           organization line sequential
           file status fs-retours.

           select f-impression assign 'efactures.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-factures.
           copy facture.

       fd f-dossiers.
           copy dossier.

       fd f-lignes.
           copy dossier-ligne.

       fd f-resa.
           copy reservation.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-emetteur.
           copy emetteur.

       fd f-efact.
       1 efact-rec pic x(200).

      * Retour de la plateforme de dematerialisation : facture,
      * statut, date du statut, motif (refus ou rejet).
       fd f-retours.
       1 retour-rec.
           2 ERnumfact pic 9(6).
           2 filler pic x.
           2 ERstatut pic x.
               88 statut-connu value 'D' 'M' 'A' 'F' 'P' 'R'.
           2 filler pic x.
           2 ERdate pic 9(8).
           2 filler pic x.
           2 ERmotif pic x(40).

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-factures pic xx.
       1 fs-dossiers pic xx.
       1 fs-lignes pic xx.
       1 fs-resa pic xx.
       1 fs-lignes-extras pic xx.
       1 fs-emetteur pic xx.
       1 fs-efact pic xx.
       1 fs-retours pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-factures pic x value 'N'.
           88 fin-factures value 'O' false 'N'.
       1 v-fin-lignes pic x value 'N'.
           88 fin-lignes value 'O' false 'N'.
       1 v-fin-extras pic x value 'N'.
           88 fin-extras value 'O' false 'N'.
       1 v-fin-retours pic x value 'N'.
           88 fin-retours value 'O' false 'N'.
       1 v-dossiers-dispo pic x value 'N'.
           88 dossiers-dispo value 'O' false 'N'.
       1 v-lignes-dispo pic x value 'N'.
           88 lignes-dispo value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-extras-dispo pic x value 'N'.
           88 extras-dispo value 'O' false 'N'.
       1 v-facture-dossier pic x value 'N'.
           88 facture-dossier value 'O' false 'N'.
       1 v-reliquat pic x value 'N'.
           88 reliquat value 'O' false 'N'.
       1 siret-valide pic x.
       1 motif-emetteur pic x(50).
       1 motif-rejet pic x(50).
       1 siren-num pic 9(9).
       1 cle-tva pic 99.

      * Factures de dossier de l'annee de factures.dat (les avoirs
      * sont numerotes apres leur facture d'origine) et factures a
      * transmettre.
       1 nb-fact-dossier pic 9(4) value 0.
       1 tbl-fact-dossier occurs 2000 pic 9(6).
       1 nb-candidats pic 9(4) value 0.
       1 tbl-candidats occurs 1000 pic 9(6).
       1 fx pic 9(4).
       1 cx pic 9(4).

      * Facture en cours de transmission.
       1 e-numfact pic 9(6).
       1 e-type pic x.
       1 e-date pic 9(8).
       1 e-devise pic x(3).
       1 e-dossier pic 9(6).
       1 e-origine pic 9(6).
       1 e-taux pic 99v99.
       1 e-ht pic 9(7)v99.
       1 e-tva pic 9(7)v99.
       1 e-taxe pic 9(7)v99.
       1 e-ttc pic 9(7)v99.
       1 o-date pic 9(8).
       1 o-ht pic 9(7)v99.
       1 numfact-extras pic 9(6).
       1 delai-jours pic 999.
       1 date-echeance pic 9(8).

       1 nb-sejours pic 999.
       1 tbl-sejours occurs 200.
           2 ts-numresa pic 9(6).
           2 ts-numappart pic 9999.
           2 ts-arrivee pic 9(8).
           2 ts-depart pic 9(8).
           2 ts-nuits pic 9(3).
       1 sx pic 999.
       1 nb-extras pic 999.
       1 tbl-extras occurs 200.
           2 tx-libelle pic x(20).
           2 tx-quantite pic 99.
           2 tx-taux pic 99v99.
           2 tx-ht pic s9(7)v99.
           2 tx-tva pic s9(7)v99.
       1 xx pic 999.
       1 nb-taux pic 99.
       1 tbl-taux occurs 20.
           2 tt-taux pic 99v99.
           2 tt-base pic s9(9)v99.
           2 tt-montant pic s9(9)v99.
       1 tx pic 99.
       1 taux-cumul pic 99v99.
       1 base-cumul pic s9(9)v99.
       1 montant-cumul pic s9(9)v99.
       1 extras-ht pic s9(9)v99.
       1 extras-tva pic s9(9)v99.
       1 loge-ht pic s9(9)v99.
       1 loge-tva pic s9(9)v99.
       1 no-ligne pic 999.

       1 ligne-efact pic x(200).
       1 ligne-tampon pic x(80).
       1 montant-efact pic 9(9).99.
       1 montant-efact-2 pic 9(9).99.
       1 montant-efact-3 pic 9(9).99.
       1 montant-efact-4 pic 9(9).99.
       1 taux-efact pic 99.99.
       1 montant-edit pic z(8)9.99.
       1 libelle-statut pic x(20).
       1 nom-retours pic x(31) value 'efactures-retour.txt'.
       1 nom-retours-traite pic x(40)
           value 'efactures-retour.txt.traite'.

       1 tot-candidats pic 9(6) value 0.
       1 tot-transmises pic 9(6) value 0.
       1 tot-rejetees pic 9(6) value 0.
       1 tot-montant pic 9(11)v99 value 0.
       1 tot-retours pic 9(6) value 0.
       1 tot-retours-charges pic 9(6) value 0.
       1 tot-retours-ignores pic 9(6) value 0.

      * Factures groupees des dossiers entreprise (pg-facturation) et
      * leurs avoirs, transmises a la plateforme de dematerialisation
      * dans efactures.txt : une facture par bloc ENT ... FIN (380
      * facture, 381 avoir), vendeur (emetteur.dat), acheteur,
      * reference de la facture d'origine, sejours, lignes, TVA par
      * taux, taxe de sejour, conditions de reglement, totaux.
      * Une facture incomplete est listee avec son motif dans
      * efactures.lst et reste a transmettre : elle repart la nuit ou
      * la donnee manquante a ete saisie. FStatutEfact : E emise,
      * puis le statut rendu par la plateforme (efactures-retour.txt)
      * D deposee, M mise a disposition, A acceptee, F refusee par
      * le client, P payee, R rejetee (retransmise la nuit suivante).
       procedure division.
           accept date-jour from date yyyymmdd

           perform controler-emetteur

           open i-o f-factures
           if fs-factures <> '00'
               display 'PG-EFACTURES - ouverture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if
           open input f-dossiers
           if fs-dossiers = '00'
               set dossiers-dispo to true
           end-if
           open input f-lignes
           if fs-lignes = '00'
               set lignes-dispo to true
           end-if
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if
           open input f-lignes-extras
           if fs-lignes-extras = '00'
               set extras-dispo to true
           end-if

           open output f-efact
           if fs-efact <> '00'
               display 'PG-EFACTURES - ouverture efactures.txt'
                   ' impossible'
               display 'code retour fichier : ' fs-efact
               move 1 to return-code
               stop run
           end-if
           open output f-impression
           if fs-impression <> '00'
               display 'PG-EFACTURES - ouverture efactures.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'FACTURES ELECTRONIQUES DES DOSSIERS DU ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-impr
           write ligne-impr
           if motif-emetteur <> spaces
               move spaces to ligne-tampon
               string 'Emetteur : ' motif-emetteur
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if

           perform selectionner-factures
           perform varying cx from 1 by 1 until cx > nb-candidats
               perform traiter-candidat
           end-perform
           if reliquat
               move 'Au-dela de 1000 factures : reliquat demain'
                   to ligne-impr
               write ligne-impr
           end-if

           perform charger-retours

           move spaces to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Transmises : ' tot-transmises
               '   rejetees : ' tot-rejetees
               '   retours charges : ' tot-retours-charges
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-factures
           if dossiers-dispo
               close f-dossiers
           end-if
           if lignes-dispo
               close f-lignes
           end-if
           if resa-dispo
               close f-resa
           end-if
           if extras-dispo
               close f-lignes-extras
           end-if
           close f-efact
           close f-impression

           display 'PG-EFACTURES - TOTAUX DE CONTROLE'
           display 'factures a transmettre : ' tot-candidats
           display 'factures transmises    : ' tot-transmises
           display 'factures rejetees      : ' tot-rejetees
           display 'montant TTC transmis   : ' tot-montant
           display 'retours lus            : ' tot-retours
           display 'retours charges        : ' tot-retours-charges
           display 'retours ignores        : ' tot-retours-ignores
           stop run.

      * Identite de l'agence (pg-maj-emetteur) : sans elle aucune
      * facture ne part, chacune est listee avec le motif.
       controler-emetteur.
           move spaces to motif-emetteur
           initialize emetteur
           open input f-emetteur
           if fs-emetteur = '00'
               read f-emetteur
                   at end initialize emetteur
               end-read
               close f-emetteur
           end-if
           call 'pg-controle-siret' using EMSiret siret-valide
           end-call
           if EMRaisonSociale = spaces or EMAdresse = spaces
               or EMCodePostal = spaces or EMVille = spaces
               or EMIban = spaces
               move 'identite de l''agence incomplete (emetteur)'
                   to motif-emetteur
           else if siret-valide <> 'O' or EMSiret(10:5) = spaces
               move 'SIRET de l''agence invalide' to motif-emetteur
           else if EMTvaIntra(1:2) <> 'FR'
               or EMTvaIntra(3:2) is not numeric
               or EMTvaIntra(5:9) <> EMSiret(1:9)
               move 'TVA intracom. de l''agence invalide'
                   to motif-emetteur
           else
               move EMSiret(1:9) to siren-num
               compute cle-tva = function mod(
                   12 + 3 * function mod(siren-num, 97), 97)
               if EMTvaIntra(3:2) <> cle-tva
                   move 'TVA intracom. de l''agence invalide'
                       to motif-emetteur
               end-if
           end-if end-if end-if.

      * Factures de dossier et avoirs sur facture de dossier pas
      * encore transmis, ou rejetes par la plateforme.
       selectionner-factures.
           move 0 to Fnumfact
           start f-factures key is >= Fnumfact
               invalid key set fin-factures to true
           end-start
           perform until fin-factures
               read f-factures next record
                   at end set fin-factures to true
               end-read
               if not fin-factures
                   perform retenir-facture
               end-if
           end-perform.

       retenir-facture.
           set facture-dossier to false
           if FNumDossier > 0
               set facture-dossier to true
               if nb-fact-dossier < 2000
                   compute nb-fact-dossier = nb-fact-dossier + 1
                   move Fnumfact to tbl-fact-dossier(nb-fact-dossier)
               end-if
           else if FTypeFact = 'A' and FNumFactOrigine > 0
               perform varying fx from 1 by 1
                   until fx > nb-fact-dossier or facture-dossier
                   if tbl-fact-dossier(fx) = FNumFactOrigine
                       set facture-dossier to true
                   end-if
               end-perform
           end-if end-if
           if facture-dossier
               and (FStatutEfact = space or FStatutEfact = 'R')
               compute tot-candidats = tot-candidats + 1
               if nb-candidats < 1000
                   compute nb-candidats = nb-candidats + 1
                   move Fnumfact to tbl-candidats(nb-candidats)
               else
                   set reliquat to true
               end-if
           end-if.

       traiter-candidat.
           move tbl-candidats(cx) to Fnumfact
           read f-factures key is Fnumfact
               invalid key continue
           end-read
           if fs-factures = '00'
               move Fnumfact to e-numfact
               move FTypeFact to e-type
               move FDateFacture to e-date
               move FDevise to e-devise
               move FNumDossier to e-dossier
               move FNumFactOrigine to e-origine
               move FTauxTVA to e-taux
               move FMontantHT to e-ht
               move FMontantTVA to e-tva
               move FTaxeSejour to e-taxe
               move FMontantTTC to e-ttc
               move e-numfact to numfact-extras
               move 0 to o-date
               move 0 to o-ht
               perform controler-facture
               if motif-rejet = spaces
                   perform ecrire-efacture
                   perform marquer-transmise
               else
                   compute tot-rejetees = tot-rejetees + 1
                   move spaces to ligne-tampon
                   string 'Fact ' e-numfact ' rejetee : ' motif-rejet
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   write ligne-impr
               end-if
           end-if.

      * Donnees obligatoires de la facture electronique.
       controler-facture.
           move spaces to motif-rejet
           if motif-emetteur <> spaces
               move motif-emetteur to motif-rejet
           else if e-ttc = 0
               move 'montant TTC nul' to motif-rejet
           else if e-ht + e-tva + e-taxe <> e-ttc
               move 'HT + TVA + taxe de sejour differe du TTC'
                   to motif-rejet
           else if e-devise = spaces
               move 'devise absente' to motif-rejet
           end-if end-if end-if end-if
           if motif-rejet = spaces and e-type = 'A'
               perform lire-origine
           end-if
           if motif-rejet = spaces
               perform lire-dossier
           end-if
           if motif-rejet = spaces
               perform detailler-facture
           end-if.

      * L'avoir reprend le dossier et le detail de sa facture
      * d'origine, qui doit deja avoir ete transmise.
       lire-origine.
           move e-origine to Fnumfact
           read f-factures key is Fnumfact
               invalid key
                   move 'facture d''origine introuvable'
                       to motif-rejet
               not invalid key
                   if FStatutEfact = space or FStatutEfact = 'R'
                       move 'facture d''origine pas encore transmise'
                           to motif-rejet
                   else
                       move FDateFacture to o-date
                       move FMontantHT to o-ht
                       move FNumDossier to e-dossier
                       move Fnumfact to numfact-extras
                   end-if
           end-read.

       lire-dossier.
           if not dossiers-dispo
               move 'fichier des dossiers indisponible' to motif-rejet
           else
               move e-dossier to DOnumdossier
               read f-dossiers key is DOnumdossier
                   invalid key
                       move 'dossier introuvable' to motif-rejet
               end-read
           end-if
           if motif-rejet = spaces
               call 'pg-controle-siret' using DOSiret siret-valide
               end-call
               if DOclient = spaces
                   move 'raison sociale du client absente'
                       to motif-rejet
               else if DOSiret = spaces
                   move 'SIRET du client absent' to motif-rejet
               else if siret-valide <> 'O'
                   move 'SIRET du client invalide' to motif-rejet
               end-if end-if end-if
           end-if.

      * Sejours du dossier et extras portes par la facture ; le
      * reste du HT et de la TVA est l'hebergement. Un avoir reprend
      * les extras de sa facture d'origine au prorata du HT, les
      * arrondis restant sur l'hebergement.
       detailler-facture.
           move 0 to nb-sejours
           move 0 to nb-extras
           if lignes-dispo
               set fin-lignes to false
               move e-dossier to DLnumdossier
               move 0 to DLnumresa
               start f-lignes key is >= DLcle
                   invalid key set fin-lignes to true
               end-start
               perform until fin-lignes
                   read f-lignes next record
                       at end set fin-lignes to true
                   end-read
                   if not fin-lignes
                       if DLnumdossier <> e-dossier
                           set fin-lignes to true
                       else
                           perform retenir-membre
                       end-if
                   end-if
               end-perform
           end-if

           move 0 to extras-ht
           move 0 to extras-tva
           if e-type = 'A' and o-ht = 0
               move 0 to nb-extras
           end-if
           perform varying xx from 1 by 1 until xx > nb-extras
               if e-type = 'A'
                   compute tx-ht(xx) rounded = tx-ht(xx) * e-ht / o-ht
                   compute tx-tva(xx) rounded =
                       tx-tva(xx) * e-ht / o-ht
               end-if
               compute extras-ht = extras-ht + tx-ht(xx)
               compute extras-tva = extras-tva + tx-tva(xx)
           end-perform
           compute loge-ht = e-ht - extras-ht
           compute loge-tva = e-tva - extras-tva
           if loge-ht < 0 or loge-tva < 0
               move 'extras superieurs au montant de la facture'
                   to motif-rejet
           end-if

           move 0 to nb-taux
           move e-taux to taux-cumul
           move loge-ht to base-cumul
           move loge-tva to montant-cumul
           perform cumuler-taux
           perform varying xx from 1 by 1 until xx > nb-extras
               move tx-taux(xx) to taux-cumul
               move tx-ht(xx) to base-cumul
               move tx-tva(xx) to montant-cumul
               perform cumuler-taux
           end-perform.

       retenir-membre.
           if nb-sejours < 200
               compute nb-sejours = nb-sejours + 1
               move DLnumresa to ts-numresa(nb-sejours)
               move 0 to ts-numappart(nb-sejours)
               move 0 to ts-arrivee(nb-sejours)
               move 0 to ts-depart(nb-sejours)
               move 0 to ts-nuits(nb-sejours)
               if resa-dispo
                   move DLnumresa to Rnumresa
                   read f-resa key is Rnumresa
                       invalid key continue
                       not invalid key
                           move Rnumappart to ts-numappart(nb-sejours)
                           move RDateArrivee to ts-arrivee(nb-sejours)
                           move RDateDepart to ts-depart(nb-sejours)
                           if RDateDepart > RDateArrivee
                               and RDateArrivee > 0
                               compute ts-nuits(nb-sejours) =
                                   function integer-of-date(RDateDepart)
                                   - function integer-of-date(
                                   RDateArrivee)
                           end-if
                   end-read
               end-if
           end-if
           if extras-dispo
               set fin-extras to false
               move 'R' to LXorigine
               move DLnumresa to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-extras to true
               end-start
               perform until fin-extras
                   read f-lignes-extras next record
                       at end set fin-extras to true
                   end-read
                   if not fin-extras
                       if LXorigine <> 'R' or LXnumero <> DLnumresa
                           set fin-extras to true
                       else if LXnumfact = numfact-extras
                           and nb-extras < 200
                           compute nb-extras = nb-extras + 1
                           move LXlibelle to tx-libelle(nb-extras)
                           move LXQuantite to tx-quantite(nb-extras)
                           move LXTauxTVA to tx-taux(nb-extras)
                           move LXMontantHT to tx-ht(nb-extras)
                           move LXMontantTVA to tx-tva(nb-extras)
                       end-if end-if
                   end-if
               end-perform
           end-if.

       cumuler-taux.
           perform varying tx from 1 by 1
               until tx > nb-taux or tt-taux(tx) = taux-cumul
               continue
           end-perform
           if tx > nb-taux and nb-taux < 20
               compute nb-taux = nb-taux + 1
               move nb-taux to tx
               move taux-cumul to tt-taux(tx)
               move 0 to tt-base(tx)
               move 0 to tt-montant(tx)
           end-if
           if tx <= nb-taux
               compute tt-base(tx) = tt-base(tx) + base-cumul
               compute tt-montant(tx) = tt-montant(tx) + montant-cumul
           end-if.

       ecrire-efacture.
           move spaces to ligne-efact
           if e-type = 'A'
               string 'ENT;' e-numfact ';381;' e-date ';' e-devise
                   ';' e-dossier delimited by size into ligne-efact
           else
               string 'ENT;' e-numfact ';380;' e-date ';' e-devise
                   ';' e-dossier delimited by size into ligne-efact
           end-if
           perform ecrire-ligne-efact

           move spaces to ligne-efact
           string 'VEN;' function trim(EMRaisonSociale) ';' EMSiret
               ';' EMTvaIntra ';' function trim(EMAdresse) ';'
               EMCodePostal ';' function trim(EMVille)
               delimited by size into ligne-efact
           perform ecrire-ligne-efact

           move spaces to ligne-efact
           string 'ACH;' function trim(DOclient) ';'
               function trim(DOSiret) ';' function trim(DOcontact)
               delimited by size into ligne-efact
           perform ecrire-ligne-efact

           if e-type = 'A'
               move spaces to ligne-efact
               string 'REF;' e-origine ';' o-date
                   delimited by size into ligne-efact
               perform ecrire-ligne-efact
           end-if

           perform varying sx from 1 by 1 until sx > nb-sejours
               move spaces to ligne-efact
               string 'SEJ;' ts-numresa(sx) ';' ts-numappart(sx) ';'
                   ts-arrivee(sx) ';' ts-depart(sx) ';' ts-nuits(sx)
                   delimited by size into ligne-efact
               perform ecrire-ligne-efact
           end-perform

           move 1 to no-ligne
           move loge-ht to montant-efact
           move e-taux to taux-efact
           move spaces to ligne-efact
           string 'LIG;' no-ligne ';Hebergement;1;' montant-efact ';'
               taux-efact delimited by size into ligne-efact
           perform ecrire-ligne-efact
           perform varying xx from 1 by 1 until xx > nb-extras
               compute no-ligne = no-ligne + 1
               move tx-ht(xx) to montant-efact
               move tx-taux(xx) to taux-efact
               move spaces to ligne-efact
               string 'LIG;' no-ligne ';' function trim(tx-libelle(xx))
                   ';' tx-quantite(xx) ';' montant-efact ';' taux-efact
                   delimited by size into ligne-efact
               perform ecrire-ligne-efact
           end-perform

           perform varying tx from 1 by 1 until tx > nb-taux
               move tt-taux(tx) to taux-efact
               move tt-base(tx) to montant-efact
               move tt-montant(tx) to montant-efact-2
               move spaces to ligne-efact
               string 'TVA;' taux-efact ';' montant-efact ';'
                   montant-efact-2 delimited by size into ligne-efact
               perform ecrire-ligne-efact
           end-perform

           if e-taxe > 0
               move e-taxe to montant-efact
               move spaces to ligne-efact
               string 'TXS;Taxe de sejour;' montant-efact
                   delimited by size into ligne-efact
               perform ecrire-ligne-efact
           end-if

           move DODelaiPaiement to delai-jours
           if delai-jours = 0
               move 30 to delai-jours
           end-if
           compute date-echeance = function date-of-integer(
               function integer-of-date(e-date) + delai-jours)
           move spaces to ligne-efact
           string 'REG;' date-echeance ';VIREMENT;'
               function trim(EMIban)
               delimited by size into ligne-efact
           perform ecrire-ligne-efact

           move e-ht to montant-efact
           move e-tva to montant-efact-2
           move e-taxe to montant-efact-3
           move e-ttc to montant-efact-4
           move spaces to ligne-efact
           string 'TOT;' montant-efact ';' montant-efact-2 ';'
               montant-efact-3 ';' montant-efact-4
               delimited by size into ligne-efact
           perform ecrire-ligne-efact

           move spaces to ligne-efact
           string 'FIN;' e-numfact delimited by size into ligne-efact
           perform ecrire-ligne-efact.

       ecrire-ligne-efact.
           move ligne-efact to efact-rec
           write efact-rec
           if fs-efact <> '00'
               display 'PG-EFACTURES - ecriture efactures.txt'
                   ' impossible'
               display 'code retour fichier : ' fs-efact
               move 1 to return-code
               stop run
           end-if.

       marquer-transmise.
           move e-numfact to Fnumfact
           read f-factures key is Fnumfact
               invalid key continue
           end-read
           if fs-factures = '00'
               move 'E' to FStatutEfact
               move date-jour to FDateEfact
               rewrite facture
           end-if
           if fs-factures <> '00'
               display 'PG-EFACTURES - reecriture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if
           compute tot-transmises = tot-transmises + 1
           compute tot-montant = tot-montant + e-ttc
           move e-ttc to montant-edit
           move spaces to ligne-tampon
           if e-type = 'A'
               string 'Avoir ' e-numfact ' dossier ' e-dossier ' '
                   montant-edit ' ' e-devise ' transmis'
                   delimited by size into ligne-tampon
           else
               string 'Fact  ' e-numfact ' dossier ' e-dossier ' '
                   montant-edit ' ' e-devise ' transmise'
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Statuts rendus par la plateforme, reportes sur la facture ;
      * le fichier est consomme (range sous .traite).
       charger-retours.
           move spaces to ligne-impr
           write ligne-impr
           move 'RETOURS DE LA PLATEFORME' to ligne-impr
           write ligne-impr
           open input f-retours
           if fs-retours = '35'
               move 'pas de fichier de retours' to ligne-impr
               write ligne-impr
           else if fs-retours <> '00'
               display 'PG-EFACTURES - ouverture'
                   ' efactures-retour.txt impossible'
               display 'code retour fichier : ' fs-retours
               move 1 to return-code
               stop run
           else
               read f-retours at end set fin-retours to true
               end-read
               perform until fin-retours
                   compute tot-retours = tot-retours + 1
                   perform charger-retour
                   read f-retours at end set fin-retours to true
                   end-read
               end-perform
               close f-retours
               call 'CBL_COPY_FILE' using nom-retours
                   nom-retours-traite end-call
               call 'CBL_DELETE_FILE' using nom-retours end-call
           end-if end-if.

       charger-retour.
           move spaces to ligne-tampon
           evaluate ERstatut
               when 'D' move 'deposee' to libelle-statut
               when 'M' move 'mise a disposition' to libelle-statut
               when 'A' move 'acceptee' to libelle-statut
               when 'F' move 'refusee' to libelle-statut
               when 'P' move 'payee' to libelle-statut
               when 'R' move 'rejetee' to libelle-statut
               when other move 'statut inconnu' to libelle-statut
           end-evaluate
           if ERdate is not numeric or ERdate = 0
               move date-jour to ERdate
           end-if
           move ERnumfact to Fnumfact
           read f-factures key is Fnumfact
               invalid key
                   compute tot-retours-ignores = tot-retours-ignores + 1
                   string 'Fact ' ERnumfact ' inconnue, retour ignore'
                       delimited by size into ligne-tampon
               not invalid key
                   if FStatutEfact = space
                       compute tot-retours-ignores =
                           tot-retours-ignores + 1
                       string 'Fact ' ERnumfact ' non transmise,'
                           ' retour ignore' delimited by size
                           into ligne-tampon
                   else if not statut-connu
                       compute tot-retours-ignores =
                           tot-retours-ignores + 1
                       string 'Fact ' ERnumfact ' statut ' ERstatut
                           ' inconnu, retour ignore' delimited by size
                           into ligne-tampon
                   else
                       move ERstatut to FStatutEfact
                       move ERdate to FDateEfact
                       rewrite facture
                       if fs-factures <> '00'
                           display 'PG-EFACTURES - reecriture'
                               ' factures.dat impossible'
                           display 'code retour fichier : '
                               fs-factures
                           move 1 to return-code
                           stop run
                       end-if
                       compute tot-retours-charges =
                           tot-retours-charges + 1
                       string 'Fact ' ERnumfact ' ' libelle-statut
                           ' le ' ERdate ' ' ERmotif
                           delimited by size into ligne-tampon
                   end-if end-if
           end-read
           move ligne-tampon to ligne-impr
           write ligne-impr.

       end program pg-efactures.
