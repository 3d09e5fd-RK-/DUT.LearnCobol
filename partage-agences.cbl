       program-id. pg-partage-agences.

       file-control.
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

           select f-proprio assign 'proprio.dat'
           organization indexed
           access random
           record key Pnumprop
           file status fs-proprio.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-impression assign 'partage-agences.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-factures.
           copy facture.

       fd f-resa.
           copy reservation.

       fd f-proprio.
           copy proprio.

       fd f-mandats.
           copy mandat.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-factures pic xx.
       1 fs-resa pic xx.
       1 fs-proprio pic xx.
       1 fs-mandats pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 periode-demandee pic 9(6).
       1 annee-periode pic 9999.
       1 mois-periode pic 99.
       1 v-fin-factures pic x value 'N'.
           88 fin-factures value 'O' false 'N'.
       1 v-proprio-dispo pic x value 'N'.
           88 proprio-dispo value 'O' false 'N'.
       1 v-mandats-dispo pic x value 'N'.
           88 mandats-dispo value 'O' false 'N'.
       1 v-resa-trouvee pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 v-trouve pic x.
           88 entree-trouvee value 'O' false 'N'.
       1 taux-commission pic 99v99 value 15.
       1 taux-applique pic 99v99.
       1 taux-vendeur pic 99v99.
       1 agence-vente pic x(8).
       1 agence-prop pic x(8).
       1 commission-facture pic s9(7)v99.
       1 part-vendeur pic s9(7)v99.
      * Sommes dues par l'agence gestionnaire a l'agence vendeuse
       1 nb-couples pic 9(3) value 0.
       1 tbl-couples occurs 200 times.
           2 tc-prop pic x(8).
           2 tc-vente pic x(8).
           2 tc-montant pic s9(9)v99.
           2 tc-edite pic x.
       1 cx pic 9(3).
       1 cy pic 9(3).
       1 solde-couple pic s9(9)v99.
       1 tot-lues pic 9(6) value 0.
       1 tot-partagees pic 9(6) value 0.
       1 tot-montant pic s9(11)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic -(6)9.99.
       1 part-edit pic -(6)9.99.
       1 taux-edit pic z9.99.

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-factures f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-PARTAGE-AGENCES'
               ' fs='
               ' ' fs-factures
               ' ' fs-impression
               ' cle=' Fnumfact
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

      * Reglement inter-agences du mois : pour chaque sejour vendu par
      * une agence autre que celle qui gere l'appartement, la part de
      * commission de l'agence vendeuse (pg-taux-partage) est due par
      * l'agence gestionnaire, qui a encaisse toute la commission au
      * reversement. Par defaut, le mois precedent.
       traitement-principal section.
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

           open input f-factures
           if fs-factures = '35'
               display 'PG-PARTAGE-AGENCES - pas de factures.dat,'
                   ' rien a editer'
               stop run
           end-if
           if fs-factures <> '00'
               display 'PG-PARTAGE-AGENCES - ouverture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if

           open input f-resa
           if fs-resa <> '00'
               display 'PG-PARTAGE-AGENCES - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           open input f-proprio
           if fs-proprio = '00'
               set proprio-dispo to true
           end-if
           open input f-mandats
           if fs-mandats = '00'
               set mandats-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-PARTAGE-AGENCES - ouverture'
                   ' partage-agences.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'PARTAGE DE COMMISSION ENTRE AGENCES - periode '
               periode-demandee delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Facture Resa   Vendeuse Gestion.' to ligne-tampon(1:32)
           move 'Commission Part %    Part due' to ligne-tampon(35:29)
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-factures next record at end
               set fin-factures to true
           end-read
           if fs-factures <> '00' and fs-factures <> '10'
               display 'PG-PARTAGE-AGENCES - lecture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if

           perform until fin-factures
               compute tot-lues = tot-lues + 1
               if FDateFacture(1:6) = periode-demandee
                   and Fnumresa > 0
                   perform traiter-facture
               end-if
               read f-factures next record at end
                   set fin-factures to true
               end-read
               if fs-factures <> '00' and fs-factures <> '10'
                   display 'PG-PARTAGE-AGENCES - lecture'
                       ' factures.dat impossible'
                   display 'code retour fichier : ' fs-factures
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           perform editer-soldes

           close f-factures
           close f-resa
           if proprio-dispo
               close f-proprio
           end-if
           if mandats-dispo
               close f-mandats
           end-if
           close f-impression

           display 'PG-PARTAGE-AGENCES - TOTAUX DE CONTROLE'
           display 'factures lues      : ' tot-lues
           display 'factures partagees : ' tot-partagees
           display 'montant retrocede  : ' tot-montant
           goback.

       traiter-facture.
           set resa-trouvee to false
           move Fnumresa to Rnumresa
           read f-resa key is Rnumresa
               invalid key continue
               not invalid key set resa-trouvee to true
           end-read
           if resa-trouvee and RAgenceVente <> spaces
               move RAgenceVente to agence-vente
               move 'SIEGE' to agence-prop
               if proprio-dispo
                   move Fnumprop to Pnumprop
                   read f-proprio key is Pnumprop
                       invalid key continue
                       not invalid key
                           if PAgenceProp <> spaces
                               move PAgenceProp to agence-prop
                           end-if
                   end-read
               end-if
               if agence-vente <> agence-prop
                   perform partager-facture
               end-if
           end-if.

       partager-facture.
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
           compute commission-facture rounded =
               FMontantEUR * taux-applique / 100
           if FTypeFact = 'A'
               compute commission-facture = 0 - commission-facture
           end-if
           call 'pg-taux-partage' using agence-vente agence-prop
               taux-vendeur
           end-call
           compute part-vendeur rounded =
               commission-facture * taux-vendeur / 100
           compute tot-partagees = tot-partagees + 1
           compute tot-montant = tot-montant + part-vendeur

           set entree-trouvee to false
           perform varying cx from 1 by 1
               until cx > nb-couples or entree-trouvee
               if tc-prop(cx) = agence-prop
                   and tc-vente(cx) = agence-vente
                   set entree-trouvee to true
               end-if
           end-perform
           if entree-trouvee
               compute cx = cx - 1
               compute tc-montant(cx) = tc-montant(cx) + part-vendeur
           else
               if nb-couples < 200
                   compute nb-couples = nb-couples + 1
                   move agence-prop to tc-prop(nb-couples)
                   move agence-vente to tc-vente(nb-couples)
                   move part-vendeur to tc-montant(nb-couples)
                   move 'N' to tc-edite(nb-couples)
               end-if
           end-if

           move commission-facture to montant-edit
           move part-vendeur to part-edit
           move taux-vendeur to taux-edit
           move spaces to ligne-tampon
           string Fnumfact '  ' Fnumresa ' ' agence-vente ' '
               agence-prop '  ' montant-edit '  ' taux-edit '  '
               part-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Solde net par couple d'agences : ce que chacune doit a
      * l'autre, compense dans les deux sens.
       editer-soldes.
           move ' ' to ligne-impr
           write ligne-impr
           move 'Reglements a effectuer :' to ligne-impr
           write ligne-impr
           perform varying cx from 1 by 1 until cx > nb-couples
               if tc-edite(cx) = 'N'
                   move 'O' to tc-edite(cx)
                   move tc-montant(cx) to solde-couple
                   perform varying cy from 1 by 1
                       until cy > nb-couples
                       if tc-prop(cy) = tc-vente(cx)
                           and tc-vente(cy) = tc-prop(cx)
                           move 'O' to tc-edite(cy)
                           compute solde-couple =
                               solde-couple - tc-montant(cy)
                       end-if
                   end-perform
                   move spaces to ligne-tampon
                   if solde-couple < 0
                       compute solde-couple = 0 - solde-couple
                       move solde-couple to montant-edit
                       string '  ' tc-vente(cx) ' doit ' montant-edit
                           ' a ' tc-prop(cx)
                           delimited by size into ligne-tampon
                   else
                       move solde-couple to montant-edit
                       string '  ' tc-prop(cx) ' doit ' montant-edit
                           ' a ' tc-vente(cx)
                           delimited by size into ligne-tampon
                   end-if
                   move ligne-tampon to ligne-impr
                   write ligne-impr
               end-if
           end-perform.

       end program pg-partage-agences.
