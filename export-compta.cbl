           record key CAnumresa
           file status fs-cautions.

           select f-honoraires assign 'honoraires.dat'
           organization indexed
           access sequential
           record key HOnumfact
           alternate key HOnumprop with duplicates
           file status fs-honoraires.

           select f-reserves assign 'reserves.dat'
           organization indexed
           access sequential
           record key MRcle
           file status fs-reserves.

           select f-bons assign 'bons-cadeaux.dat'
           organization indexed
           access sequential
           record key BCnumbon
           file status fs-bons.

           select f-ecritures assign 'ecritures.txt'
           organization line sequential
           file status fs-ecritures.

           select f-journal-compta assign 'journal-compta.dat'
           organization indexed
           access dynamic
           record key EGcle
           alternate key EGcompte with duplicates
           file status fs-journal-compta.

           select f-impression assign 'export-compta.lst'
           organization line sequential
           file status fs-impression.
       fd f-cautions.
           copy caution.

       fd f-honoraires.
           copy honoraire.

       fd f-reserves.
           copy mouvement-reserve.

       fd f-bons.
           copy bon-cadeau.

       fd f-ecritures.
       1 ecriture-rec pic x(100).

       fd f-journal-compta.
           copy ecriture-compta.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 fs-paiements pic xx.
       1 fs-reversements pic xx.
       1 fs-cautions pic xx.
       1 fs-honoraires pic xx.
       1 fs-reserves pic xx.
       1 fs-bons pic xx.
       1 fs-ecritures pic xx.
       1 fs-journal-compta pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 periode-demandee pic 9(6).
       1 compte-w pic x(8).
       1 date-ecriture pic 9(8).
       1 libelle-w pic x(30).
       1 piece-w pic x.
       1 ref-w pic 9(6).
       1 rang-ecriture pic 9(6) value 0.
       1 tot-remplacees pic 9(6) value 0.
       1 montant-debit pic 9(9)v99.
       1 montant-credit pic 9(9)v99.
       1 reserve-liberee pic s9(9)v99.
       1 debit-edit pic 9(9).99.
       1 credit-edit pic 9(9).99.
       1 nb-journaux pic 99 value 0.
               stop run
           end-if

           perform ouvrir-journal-compta

           perform exporter-factures
           perform exporter-paiements
           perform exporter-reversements
           perform exporter-honoraires
           perform exporter-cautions
           perform exporter-tirages-reserve
           perform exporter-bons

           string 'EXPORT COMPTABLE - periode ' periode-demandee
               delimited by size into ligne-tampon
           end-perform

           close f-ecritures
           close f-journal-compta
           close f-impression

           display 'PG-EXPORT-COMPTA - TOTAUX DE CONTROLE'
           display 'periode          : ' periode-demandee
           display 'ecritures emises : ' tot-ecritures
           display 'dont remplacees  : ' tot-remplacees
           stop run.

       charger-plan.
           end-if
           set fin-fichier to false.

      * Le journal comptable (journal-compta.dat) garde toutes les
      * ecritures exportees, periode par periode, pour la balance et
      * la consultation des comptes. Un nouvel export de la periode
      * remplace les ecritures du precedent.
       ouvrir-journal-compta.
           open i-o f-journal-compta
           if fs-journal-compta = '35'
               open output f-journal-compta
               close f-journal-compta
               open i-o f-journal-compta
           end-if
           if fs-journal-compta <> '00'
               display 'PG-EXPORT-COMPTA - ouverture'
                   ' journal-compta.dat impossible'
               display 'code retour fichier : ' fs-journal-compta
               move 1 to return-code
               stop run
           end-if
           move periode-demandee to EGperiode
           move 'E' to EGorigine
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
                   or EGorigine <> 'E'
               delete f-journal-compta record
               compute tot-remplacees = tot-remplacees + 1
               read f-journal-compta next record at end
                   set fin-fichier to true
               end-read
           end-perform
           set fin-fichier to false.

       chercher-compte.
           move spaces to journal-w
           move spaces to compte-w
                       move 'OD' to journal-w
                   when 'COMMISSION' move '70800000' to compte-w
                       move 'OD' to journal-w
                   when 'HONORAIRES' move '70610000' to compte-w
                       move 'VE' to journal-w
                   when 'CAUTION' move '16500000' to compte-w
                       move 'CA' to journal-w
                   when 'RETENUE' move '44200000' to compte-w
                       move 'OD' to journal-w
                   when 'RESERVE' move '46720000' to compte-w
                       move 'OD' to journal-w
                   when 'BON-CADEAU' move '41910000' to compte-w
                       move 'OD' to journal-w
                   when 'BON-EXPIRE' move '75800000' to compte-w
                       move 'OD' to journal-w
                   when other move '47100000' to compte-w
                       move 'OD' to journal-w
               end-evaluate
               stop run
           end-if
           compute tot-ecritures = tot-ecritures + 1

           compute rang-ecriture = rang-ecriture + 1
           move periode-demandee to EGperiode
           move 'E' to EGorigine
           move rang-ecriture to EGrang
           move journal-w to EGjournal
           move date-ecriture to EGdate
           move compte-w to EGcompte
           move libelle-w to EGlibelle
           move montant-debit to EGdebit
           move montant-credit to EGcredit
           move piece-w to EGpiece
           move ref-w to EGref
           write ecriture-compta
           if fs-journal-compta <> '00'
               display 'PG-EXPORT-COMPTA - ecriture'
                   ' journal-compta.dat impossible'
               display 'code retour fichier : ' fs-journal-compta
               move 1 to return-code
               stop run
           end-if

           set journal-trouve to false
           perform varying j from 1 by 1
               until j > nb-journaux or journal-trouve
           move 'VENTE' to nature-w
           perform fixer-journal
           move FDateFacture to date-ecriture
           move 'F' to piece-w
           move Fnumfact to ref-w
           move spaces to libelle-w
           if FTypeFact = 'A'
               string 'AVOIR ' Fnumfact delimited by size
           if PaiNumFact = 0
               string 'ACOMPTE RESA ' PaiNumResa
                   delimited by size into libelle-w
               move 'A' to piece-w
               move PaiNumResa to ref-w
           else
               string 'REGLEMENT FACT ' PaiNumFact
                   delimited by size into libelle-w
               move 'P' to piece-w
               move PaiNumFact to ref-w
           end-if
      * Un reglement par bon cadeau solde la dette du bon au lieu
      * d'un encaissement.
           if PaiMode = 'E' or PaiMode = 'e'
               move 'CAISSE' to nature-w
           else if PaiMode = 'K' or PaiMode = 'k'
               move 'BON-CADEAU' to nature-w
           else
               move 'BANQUE' to nature-w
           end-if
           end-if
           perform fixer-journal
           move PaiMontant to montant-debit
           move 0 to montant-credit
           move spaces to libelle-w
           string 'REVERSEMENT PROP ' RVNumProp
               delimited by size into libelle-w
           move 'R' to piece-w
           move RVNumProp to ref-w
           move 'BANQUE' to nature-w
           perform fixer-journal
      * Quand une facture d'honoraires a ete emise, la commission
      * est passee avec elle (exporter-honoraires) : le reversement
      * ne solde alors que la part versee et retenue.
           move 'PROPRIETAIRE' to nature-w
           if RVNumHonoraire > 0
               compute montant-debit = RVBrut - RVCommission
           else
               move RVBrut to montant-debit
           end-if
           move 0 to montant-credit
           perform ecrire-ecriture
           move 'BANQUE' to nature-w
           move 0 to montant-debit
           move RVNet to montant-credit
           perform ecrire-ecriture
           if RVNumHonoraire = 0
               move 'COMMISSION' to nature-w
               move RVCommission to montant-credit
               perform ecrire-ecriture
           end-if
           if RVRetenue > 0
               move 'RETENUE' to nature-w
               move 0 to montant-debit
               move RVRetenue to montant-credit
               perform ecrire-ecriture
           end-if
      * La part retenue pour le fonds de reserve reste due au
      * proprietaire : elle passe au compte de reserve (passif).
           if RVReserve > 0
               move 'RESERVE' to nature-w
               move 0 to montant-debit
               move RVReserve to montant-credit
               perform ecrire-ecriture
           end-if
      * Au solde de tout compte d'un mandat resilie, le fonds de
      * reserve rendu au proprietaire est verse avec le net.
           compute reserve-liberee = RVNet + RVCommission + RVRetenue
               + RVReserve - RVBrut
           if reserve-liberee > 0
               move 'RESERVE' to nature-w
               move reserve-liberee to montant-debit
               move 0 to montant-credit
               perform ecrire-ecriture
           end-if.

      * Factures d'honoraires : produit de l'agence, imputee sur le
      * compte du proprietaire.
       exporter-honoraires.
           open input f-honoraires
           if fs-honoraires = '00'
               read f-honoraires next record at end
                   set fin-fichier to true
               end-read
               perform until fin-fichier
                   if HOPeriode = periode-demandee
                       perform exporter-une-facture-honoraires
                   end-if
                   read f-honoraires next record at end
                       set fin-fichier to true
                   end-read
               end-perform
               close f-honoraires
           end-if
           set fin-fichier to false.

       exporter-une-facture-honoraires.
           move 'HONORAIRES' to nature-w
           perform fixer-journal
           move HODateFacture to date-ecriture
           move spaces to libelle-w
           string 'HONORAIRES H' HOnumfact ' PROP ' HOnumprop
               delimited by size into libelle-w
           move 'H' to piece-w
           move HOnumfact to ref-w
           move 'PROPRIETAIRE' to nature-w
           move HOMontantTTC to montant-debit
           move 0 to montant-credit
           perform ecrire-ecriture
           move 'HONORAIRES' to nature-w
           move 0 to montant-debit
           move HOMontantHT to montant-credit
           perform ecrire-ecriture
           if HOMontantTVA > 0
               move 'TVA' to nature-w
               move HOMontantTVA to montant-credit
               perform ecrire-ecriture
           end-if.

      * Seules les cautions recues dans la periode passent en
           move spaces to libelle-w
           string 'CAUTION RESA ' CAnumresa
               delimited by size into libelle-w
           move 'C' to piece-w
           move CAnumresa to ref-w
           move CAMontant to montant-debit
           move 0 to montant-credit
           perform ecrire-ecriture
           move CAMontant to montant-credit
           perform ecrire-ecriture.

      * Travaux payes par le fonds de reserve : la reserve diminue au
      * profit du compte courant du proprietaire, qui porte le cout.
       exporter-tirages-reserve.
           open input f-reserves
           if fs-reserves = '00'
               perform until fin-fichier
                   read f-reserves next record
                       at end set fin-fichier to true
                       not at end
                           if MRType = 'T'
                               and MRPeriode = periode-demandee
                               perform exporter-un-tirage
                           end-if
                   end-read
               end-perform
               close f-reserves
           end-if
           set fin-fichier to false.

       exporter-un-tirage.
           move 'RESERVE' to nature-w
           perform fixer-journal
           move MRDate to date-ecriture
           move spaces to libelle-w
           string 'RESERVE PROP ' MRnumprop ' ' MRReference
               delimited by size into libelle-w
           move 'M' to piece-w
           move MRnumprop to ref-w
           move MRMontant to montant-debit
           move 0 to montant-credit
           perform ecrire-ecriture
           move 'PROPRIETAIRE' to nature-w
           move 0 to montant-debit
           move MRMontant to montant-credit
           perform ecrire-ecriture.

      * Bons cadeaux : la vente est encaissee en contrepartie d'une
      * dette envers le porteur (sans TVA, exigible seulement sur le
      * sejour regle par le bon) ; le solde d'un bon expire non
      * utilise est libere en produit par pg-bons-echus.
       exporter-bons.
           open input f-bons
           if fs-bons = '00'
               perform until fin-fichier
                   read f-bons next record
                       at end set fin-fichier to true
                       not at end
                           if BCDateVente(1:6) = periode-demandee
                               perform exporter-une-vente-bon
                           end-if
                           if BCDateLiberation(1:6) = periode-demandee
                               and BCMontantLibere > 0
                               perform exporter-une-liberation-bon
                           end-if
                   end-read
               end-perform
               close f-bons
           end-if
           set fin-fichier to false.

       exporter-une-vente-bon.
           if BCModeVente = 'E'
               move 'CAISSE' to nature-w
           else
               move 'BANQUE' to nature-w
           end-if
           perform fixer-journal
           move BCDateVente to date-ecriture
           move spaces to libelle-w
           string 'VENTE BON CADEAU ' BCnumbon
               delimited by size into libelle-w
           move 'K' to piece-w
           move BCnumbon to ref-w
           move BCMontant to montant-debit
           move 0 to montant-credit
           perform ecrire-ecriture
           move 'BON-CADEAU' to nature-w
           move 0 to montant-debit
           move BCMontant to montant-credit
           perform ecrire-ecriture.

       exporter-une-liberation-bon.
           move 'BON-CADEAU' to nature-w
           perform fixer-journal
           move BCDateLiberation to date-ecriture
           move spaces to libelle-w
           string 'BON CADEAU EXPIRE ' BCnumbon
               delimited by size into libelle-w
           move 'K' to piece-w
           move BCnumbon to ref-w
           move BCMontantLibere to montant-debit
           move 0 to montant-credit
           perform ecrire-ecriture
           move 'BON-EXPIRE' to nature-w
           move 0 to montant-debit
           move BCMontantLibere to montant-credit
           perform ecrire-ecriture.

       end program pg-export-compta.
