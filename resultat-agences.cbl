       program-id. pg-resultat-agences.

       file-control.
           select f-proprio assign 'proprio.dat'
           organization indexed
           access sequential
           record key Pnumprop
           file status fs-proprio.

           select f-appart assign 'appart.dat'
           organization indexed
           access sequential
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-reversements assign 'reversements.dat'
           organization record sequential
           file status fs-reversements.

           select f-honoraires assign 'honoraires.dat'
           organization indexed
           access sequential
           record key HOnumfact
           alternate key HOnumprop with duplicates
           file status fs-honoraires.

           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
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

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-factures-four assign 'factures-four.dat'
           organization indexed
           access dynamic
           record key FFcle
           alternate key FFnumot with duplicates
           file status fs-factures-four.

           select f-impression assign 'resultat-agences.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-proprio.
           copy proprio.

       fd f-appart.
           copy appartement.

       fd f-reversements.
           copy reversement.

       fd f-honoraires.
           copy honoraire.

       fd f-factures.
           copy facture.

       fd f-resa.
           copy reservation.

       fd f-couts.
           copy cout-ot.

       fd f-ot.
           copy ordre-travail.

       fd f-mandats.
           copy mandat.

       fd f-factures-four.
           copy facture-fournisseur.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-proprio pic xx.
       1 fs-appart pic xx.
       1 fs-reversements pic xx.
       1 fs-honoraires pic xx.
       1 fs-factures pic xx.
       1 fs-resa pic xx.
       1 fs-couts pic xx.
       1 fs-ot pic xx.
       1 fs-factures-four pic xx.
       1 fs-mandats pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 periode-demandee pic 9(6).
       1 annee-periode pic 9999.
       1 mois-periode pic 99.
       1 periode-debut-annee pic 9(6).
       1 periode-ligne pic 9(6).
       1 date-cout pic 9(8).
       1 v-fin pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-fin-ff pic x value 'N'.
           88 fin-ff value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-ff-dispo pic x value 'N'.
           88 ff-dispo value 'O' false 'N'.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
       1 v-mandats-dispo pic x value 'N'.
           88 mandats-dispo value 'O' false 'N'.
       1 v-trouve pic x.
           88 entree-trouvee value 'O' false 'N'.
       1 v-facture-four pic x.
           88 facture-four-trouvee value 'O' false 'N'.
       1 tbl-proprio-agence pic x(8) occurs 9999 times.
       1 tbl-appart-proprio pic 9999 occurs 9999 times value 0.
      * Rubriques : 1 commissions de reversement, 2 honoraires
      * factures (HT), 3 commissions partenaires versees, 4 frais
      * d'annulation conserves, 5 marge des ordres de travaux,
      * 6 retrocessions entre agences (part de commission due a
      * l'agence vendeuse, positive chez elle, negative chez
      * l'agence gestionnaire).
      * Colonne 1 le mois, colonne 2 le cumul depuis janvier.
       1 nb-agences pic 9(3) value 0.
       1 tbl-agences occurs 51 times.
           2 tag-code pic x(8).
           2 tag-rubrique occurs 6 times.
               3 tag-montant pic s9(11)v99 occurs 2 times.
       1 gx pic 9(3).
       1 rx pic 9.
       1 cx pic 9.
       1 agence-w pic x(8).
       1 agence-prop pic x(8).
       1 taux-commission pic 99v99 value 15.
       1 taux-applique pic 99v99.
       1 taux-vendeur pic 99v99.
       1 numprop-w pic 9999.
       1 montant-w pic s9(9)v99.
       1 cout-reel pic s9(9)v99.
       1 numfact-courant pic 9(6).
       1 montant-avoir pic 9(7)v99.
       1 resultat pic s9(11)v99 occurs 2 times.
       1 tot-reversements pic 9(6) value 0.
       1 tot-honoraires pic 9(6) value 0.
       1 tot-factures pic 9(6) value 0.
       1 tot-couts pic 9(6) value 0.
       1 libelle-rubrique pic x(30).
       1 ligne-tampon pic x(80).
       1 montant-edit pic -(10)9.99.
       1 cumul-edit pic -(10)9.99.

       procedure division.
      * Par defaut, resultat du mois precedent.
           accept date-jour from date yyyymmdd
           move date-jour(1:4) to annee-periode
           move date-jour(5:2) to mois-periode
           if mois-periode = 1
               compute annee-periode = annee-periode - 1
               move 12 to mois-periode
           else
               compute mois-periode = mois-periode - 1
           end-if
           compute periode-demandee = annee-periode * 100
               + mois-periode

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to periode-demandee
           end-if
           move periode-demandee(1:4) to annee-periode
           compute periode-debut-annee = annee-periode * 100 + 1

           perform charger-agences
           perform cumuler-reversements
           perform cumuler-honoraires
           perform cumuler-factures
           perform cumuler-couts

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RESULTAT-AGENCES - ouverture'
                   ' resultat-agences.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'COMPTE DE RESULTAT PAR AGENCE - periode '
               periode-demandee delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

      * Consolidation toutes agences sur le dernier poste du tableau.
           move 51 to gx
           move 'TOUTES' to tag-code(gx)
           perform varying rx from 1 by 1 until rx > 6
               perform varying cx from 1 by 1 until cx > 2
                   move 0 to tag-montant(51, rx, cx)
               end-perform
           end-perform
           perform varying gx from 1 by 1 until gx > nb-agences
               perform varying rx from 1 by 1 until rx > 6
                   perform varying cx from 1 by 1 until cx > 2
                       compute tag-montant(51, rx, cx) =
                           tag-montant(51, rx, cx)
                           + tag-montant(gx, rx, cx)
                   end-perform
               end-perform
               perform editer-agence
           end-perform
           move 51 to gx
           perform editer-agence
           close f-impression

           display 'PG-RESULTAT-AGENCES - TOTAUX DE CONTROLE'
           display 'periode             : ' periode-demandee
           display 'agences             : ' nb-agences
           display 'reversements lus    : ' tot-reversements
           display 'honoraires lus      : ' tot-honoraires
           display 'factures lues       : ' tot-factures
           display 'lignes de cout lues : ' tot-couts
           display 'resultat du mois    : ' resultat(1)
           stop run.

       charger-agences.
           open input f-proprio
           if fs-proprio <> '00'
               display 'PG-RESULTAT-AGENCES - ouverture proprio.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-proprio
               move 1 to return-code
               stop run
           end-if
           set fin-fichier to false
           read f-proprio next record at end set fin-fichier to true
           end-read
           perform until fin-fichier
               if PAgenceProp = spaces
                   move 'SIEGE' to tbl-proprio-agence(Pnumprop)
               else
                   move PAgenceProp to tbl-proprio-agence(Pnumprop)
               end-if
               read f-proprio next record at end
                   set fin-fichier to true
               end-read
               if fs-proprio <> '00' and fs-proprio <> '10'
                   display 'PG-RESULTAT-AGENCES - lecture'
                       ' proprio.dat impossible'
                   display 'code retour fichier : ' fs-proprio
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           close f-proprio

           open input f-appart
           if fs-appart <> '00'
               display 'PG-RESULTAT-AGENCES - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           set fin-fichier to false
           read f-appart next record at end set fin-fichier to true
           end-read
           perform until fin-fichier
               if Anumappart > 0
                   move Anumprop to tbl-appart-proprio(Anumappart)
               end-if
               read f-appart next record at end
                   set fin-fichier to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-RESULTAT-AGENCES - lecture'
                       ' appart.dat impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           close f-appart.

      * Poste de l'agence du proprietaire numprop-w dans le tableau
      * (cree au besoin) ; proprietaire inconnu ou sans agence : SIEGE.
       trouver-agence.
           move 'SIEGE' to agence-w
           if numprop-w > 0
               if tbl-proprio-agence(numprop-w) <> spaces
                   move tbl-proprio-agence(numprop-w) to agence-w
               end-if
           end-if
           perform placer-agence.

       placer-agence.
           set entree-trouvee to false
           perform varying gx from 1 by 1
               until gx > nb-agences or entree-trouvee
               if tag-code(gx) = agence-w
                   set entree-trouvee to true
               end-if
           end-perform
           if entree-trouvee
               compute gx = gx - 1
           else
               if nb-agences < 50
                   compute nb-agences = nb-agences + 1
                   move nb-agences to gx
                   move agence-w to tag-code(gx)
                   perform varying rx from 1 by 1 until rx > 6
                       move 0 to tag-montant(gx, rx, 1)
                       move 0 to tag-montant(gx, rx, 2)
                   end-perform
               else
                   display 'PG-RESULTAT-AGENCES - plus de 50 agences,'
                       ' ' agence-w ' ignoree'
                   move 0 to gx
               end-if
           end-if.

      * Ajoute montant-w a la rubrique rx de l'agence gx pour la
      * periode periode-ligne : au mois et/ou au cumul annuel.
       imputer.
           if gx > 0
               and periode-ligne >= periode-debut-annee
               and periode-ligne <= periode-demandee
               compute tag-montant(gx, rx, 2) =
                   tag-montant(gx, rx, 2) + montant-w
               if periode-ligne = periode-demandee
                   compute tag-montant(gx, rx, 1) =
                       tag-montant(gx, rx, 1) + montant-w
               end-if
           end-if.

       cumuler-reversements.
           open input f-reversements
           if fs-reversements <> '00' and fs-reversements <> '35'
               display 'PG-RESULTAT-AGENCES - ouverture'
                   ' reversements.dat impossible'
               display 'code retour fichier : ' fs-reversements
               move 1 to return-code
               stop run
           end-if
           if fs-reversements = '00'
               perform parcourir-reversements
               close f-reversements
           end-if.

       parcourir-reversements.
           set fin-fichier to false
           read f-reversements at end set fin-fichier to true
           end-read
           perform until fin-fichier
               compute tot-reversements = tot-reversements + 1
               move RVNumProp to numprop-w
               perform trouver-agence
               move 1 to rx
               move RVPeriode to periode-ligne
               move RVCommission to montant-w
               perform imputer
               read f-reversements at end set fin-fichier to true
               end-read
               if fs-reversements <> '00' and fs-reversements <> '10'
                   display 'PG-RESULTAT-AGENCES - lecture'
                       ' reversements.dat impossible'
                   display 'code retour fichier : ' fs-reversements
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       cumuler-honoraires.
           open input f-honoraires
           if fs-honoraires <> '00' and fs-honoraires <> '35'
               display 'PG-RESULTAT-AGENCES - ouverture'
                   ' honoraires.dat impossible'
               display 'code retour fichier : ' fs-honoraires
               move 1 to return-code
               stop run
           end-if
           if fs-honoraires = '00'
               perform parcourir-honoraires
               close f-honoraires
           end-if.

       parcourir-honoraires.
           set fin-fichier to false
           read f-honoraires next record at end
               set fin-fichier to true
           end-read
           perform until fin-fichier
               compute tot-honoraires = tot-honoraires + 1
               move HOnumprop to numprop-w
               perform trouver-agence
               move 2 to rx
               move HOPeriode to periode-ligne
               move HOMontantHT to montant-w
               perform imputer
               read f-honoraires next record at end
                   set fin-fichier to true
               end-read
               if fs-honoraires <> '00' and fs-honoraires <> '10'
                   display 'PG-RESULTAT-AGENCES - lecture'
                       ' honoraires.dat impossible'
                   display 'code retour fichier : ' fs-honoraires
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

      * Commission du partenaire au taux porte par la reservation ;
      * frais d'annulation : ecart entre la facture d'origine et
      * l'avoir emis par pg-annul-resa.
       cumuler-factures.
           open input f-factures
           if fs-factures <> '00' and fs-factures <> '35'
               display 'PG-RESULTAT-AGENCES - ouverture'
                   ' factures.dat impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if
           if fs-factures = '00'
               open input f-resa
               if fs-resa = '00'
                   set resa-dispo to true
               end-if
               open input f-mandats
               if fs-mandats = '00'
                   set mandats-dispo to true
               end-if
               perform parcourir-factures
               close f-factures
               if resa-dispo
                   close f-resa
               end-if
               if mandats-dispo
                   close f-mandats
               end-if
           end-if.

       parcourir-factures.
           set fin-fichier to false
           read f-factures next record at end set fin-fichier to true
           end-read
           perform until fin-fichier
               compute tot-factures = tot-factures + 1
               move FDateFacture(1:6) to periode-ligne
               if periode-ligne >= periode-debut-annee
                   and periode-ligne <= periode-demandee
                   move Fnumprop to numprop-w
                   perform trouver-agence
                   perform cumuler-facture
               end-if
               if not fin-fichier
                   read f-factures next record at end
                       set fin-fichier to true
                   end-read
                   if fs-factures <> '00' and fs-factures <> '10'
                       display 'PG-RESULTAT-AGENCES - lecture'
                           ' factures.dat impossible'
                       display 'code retour fichier : ' fs-factures
                       move 1 to return-code
                       stop run
                   end-if
               end-if
           end-perform.

       cumuler-facture.
           if resa-dispo and Fnumresa > 0
               move Fnumresa to Rnumresa
               read f-resa key is Rnumresa
                   invalid key
                       move 0 to RCommPartenaire
                       move spaces to RAgenceVente
               end-read
               if RCommPartenaire > 0
                   move 3 to rx
                   compute montant-w rounded =
                       FMontantEUR * RCommPartenaire / 100
                   if FTypeFact = 'A'
                       compute montant-w = 0 - montant-w
                   end-if
                   perform imputer
               end-if
               if RAgenceVente <> spaces and RAgenceVente <> agence-w
                   perform cumuler-retrocession
               end-if
           end-if
           if FTypeFact = 'A' and FNumFactOrigine > 0
               perform cumuler-frais-annulation
           end-if.

      * Sejour vendu par une autre agence : meme calcul que
      * pg-partage-agences, la part vendeuse passe de l'agence
      * gestionnaire a l'agence vendeuse. L'agence gestionnaire est
      * remise en place pour la suite du traitement de la facture.
       cumuler-retrocession.
           move agence-w to agence-prop
           move taux-commission to taux-applique
           if mandats-dispo
               move Fnumprop to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key continue
                   not invalid key
                       if FDateFacture >= MDDateDebut
                           and FDateFacture <= MDDateFin
                           move MDTauxCommission to taux-applique
                       end-if
               end-read
           end-if
           call 'pg-taux-partage' using RAgenceVente agence-prop
               taux-vendeur
           end-call
           compute montant-w rounded = FMontantEUR * taux-applique
               * taux-vendeur / 10000
           if FTypeFact = 'A'
               compute montant-w = 0 - montant-w
           end-if
           move 6 to rx
           compute montant-w = 0 - montant-w
           perform imputer
           compute montant-w = 0 - montant-w
           move RAgenceVente to agence-w
           perform placer-agence
           move 6 to rx
           perform imputer
           move agence-prop to agence-w
           perform placer-agence.

      * Relit la facture d'origine de l'avoir puis se repositionne
      * derriere l'avoir pour la suite de la lecture sequentielle.
       cumuler-frais-annulation.
           move Fnumfact to numfact-courant
           move FMontantEUR to montant-avoir
           move FNumFactOrigine to Fnumfact
           read f-factures key is Fnumfact
               invalid key continue
               not invalid key
                   if FMontantEUR > montant-avoir
                       move 4 to rx
                       compute montant-w =
                           FMontantEUR - montant-avoir
                       perform imputer
                   end-if
           end-read
           move numfact-courant to Fnumfact
           start f-factures key is > Fnumfact
               invalid key set fin-fichier to true
           end-start.

      * Marge des ordres de travaux : montant recharge au proprietaire
      * moins le cout reel (facture fournisseur rattachee a la ligne,
      * a defaut le cout saisi). Une ligne non rechargee est un cout
      * pour l'agence, date de la cloture de l'ordre.
       cumuler-couts.
           open input f-ot
           if fs-ot = '00'
               set ot-dispo to true
           end-if
           open input f-couts
           if fs-couts <> '00' and fs-couts <> '35'
               display 'PG-RESULTAT-AGENCES - ouverture'
                   ' couts-ot.dat impossible'
               display 'code retour fichier : ' fs-couts
               move 1 to return-code
               stop run
           end-if
           if fs-couts = '00' and ot-dispo
               open input f-factures-four
               if fs-factures-four = '00'
                   set ff-dispo to true
               end-if
               perform parcourir-couts
               if ff-dispo
                   close f-factures-four
               end-if
           end-if
           if fs-couts = '00' or fs-couts = '10'
               close f-couts
           end-if
           if ot-dispo
               close f-ot
           end-if.

       parcourir-couts.
           set fin-fichier to false
           read f-couts next record at end set fin-fichier to true
           end-read
           perform until fin-fichier
               compute tot-couts = tot-couts + 1
               move COnumot to OTnumot
               read f-ot key is OTnumot
                   invalid key move 0 to OTnumappart
               end-read
               perform cumuler-cout
               read f-couts next record at end
                   set fin-fichier to true
               end-read
               if fs-couts <> '00' and fs-couts <> '10'
                   display 'PG-RESULTAT-AGENCES - lecture'
                       ' couts-ot.dat impossible'
                   display 'code retour fichier : ' fs-couts
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       cumuler-cout.
           if CORecharge = 'O'
               move CODateRecharge to date-cout
           else
               if CORefacturable = 'O'
      * Encore a recharger : pas de marge a constater.
                   move 0 to date-cout
               else
                   if OTDateCloture > 0
                       move OTDateCloture to date-cout
                   else
                       move OTDateOuverture to date-cout
                   end-if
               end-if
           end-if
           move date-cout(1:6) to periode-ligne
           if date-cout > 0
               and periode-ligne >= periode-debut-annee
               and periode-ligne <= periode-demandee
               move 0 to numprop-w
               if OTnumappart > 0
                   move tbl-appart-proprio(OTnumappart) to numprop-w
               end-if
               perform trouver-agence
               perform chercher-facture-four
               if facture-four-trouvee
                   move FFMontantTTC to cout-reel
               else
                   move COmontant to cout-reel
               end-if
               if CORecharge = 'O'
                   compute montant-w = COmontant - cout-reel
               else
                   compute montant-w = 0 - cout-reel
               end-if
               move 5 to rx
               perform imputer
           end-if.

       chercher-facture-four.
           set facture-four-trouvee to false
           if ff-dispo
               set fin-ff to false
               move COnumot to FFnumot
               start f-factures-four key is = FFnumot
                   invalid key set fin-ff to true
               end-start
               perform until fin-ff or facture-four-trouvee
                   read f-factures-four next record at end
                       set fin-ff to true
                   end-read
                   if not fin-ff
                       if FFnumot <> COnumot
                           set fin-ff to true
                       else
                           if FFligne = COligne
                               set facture-four-trouvee to true
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

       editer-agence.
           move ' ' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           if gx = 51
               string 'CONSOLIDATION TOUTES AGENCES'
                   delimited by size into ligne-tampon
           else
               string 'Agence ' tag-code(gx)
                   delimited by size into ligne-tampon
           end-if
           move 'Mois' to ligne-tampon(42:4)
           move 'Depuis janvier' to ligne-tampon(47:14)
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 0 to resultat(1)
           move 0 to resultat(2)
           perform varying rx from 1 by 1 until rx > 6
               evaluate rx
                   when 1
                       move '  Commissions de reversement'
                           to libelle-rubrique
                   when 2
                       move '  Honoraires factures (HT)'
                           to libelle-rubrique
                   when 3
                       move '  Commissions partenaires'
                           to libelle-rubrique
                   when 4
                       move '  Frais d''annulation conserves'
                           to libelle-rubrique
                   when 5
                       move '  Marge ordres de travaux'
                           to libelle-rubrique
                   when 6
                       move '  Retrocessions inter-agences'
                           to libelle-rubrique
               end-evaluate
      * Les honoraires facturent la commission : edites pour
      * controle, ils n'entrent pas une seconde fois au resultat.
               perform varying cx from 1 by 1 until cx > 2
                   evaluate rx
                       when 1 when 4 when 5 when 6
                           compute resultat(cx) = resultat(cx)
                               + tag-montant(gx, rx, cx)
                       when 3
                           compute resultat(cx) = resultat(cx)
                               - tag-montant(gx, rx, cx)
                   end-evaluate
               end-perform
               move tag-montant(gx, rx, 1) to montant-edit
               move tag-montant(gx, rx, 2) to cumul-edit
               perform ecrire-rubrique
           end-perform
           move '  Resultat' to libelle-rubrique
           move resultat(1) to montant-edit
           move resultat(2) to cumul-edit
           perform ecrire-rubrique.

       ecrire-rubrique.
           move spaces to ligne-tampon
           string libelle-rubrique ' ' montant-edit ' ' cumul-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RESULTAT-AGENCES - ecriture'
                   ' resultat-agences.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-resultat-agences.
