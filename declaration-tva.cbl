           record key GLnumprop
           file status fs-livre.

           select f-honoraires assign 'honoraires.dat'
           organization indexed
           access sequential
           record key HOnumfact
           alternate key HOnumprop with duplicates
           file status fs-honoraires.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access sequential
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-impression assign 'declaration-tva.lst'
           organization line sequential
           file status fs-impression.
       fd f-livre.
           copy grand-livre.

       fd f-honoraires.
           copy honoraire.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 fs-factures pic xx.
       1 fs-livre pic xx.
       1 fs-impression pic xx.
       1 fs-honoraires pic xx.
       1 fs-lignes-extras pic xx.
       1 tot-honoraires pic 9(6) value 0.
       1 arg-buffer pic x(30).
       1 annee-demandee pic 9999.
       1 date-jour pic 9(8).
       1 ligne-tampon pic x(80).
       1 montant-edit pic -(9)9.99.
       1 taux-edit pic z9.99.
      * lignes d'extras facturees, ventilees chacune a son propre taux
       1 nb-extras pic 9(4) value 0.
       1 tbl-extras occurs 2000 times.
           2 te-numfact pic 9(6).
           2 te-taux pic 99v99.
           2 te-ht pic 9(7)v99.
           2 te-tva pic 9(7)v99.
       1 ix pic 9(4).
       1 taux-ventile pic 99v99.
       1 base-ventilee pic s9(9)v99.
       1 tva-ventilee pic s9(9)v99.
       1 reste-ht pic s9(9)v99.
       1 reste-tva pic s9(9)v99.

       procedure division.
           accept date-jour from date yyyymmdd
                   to annee-demandee
           end-if

           open input f-lignes-extras
           if fs-lignes-extras = '00'
               perform until fin-fichier
                   read f-lignes-extras next record at end
                       set fin-fichier to true
                   end-read
                   if not fin-fichier and LXnumfact > 0
                       and nb-extras < 2000
                       compute nb-extras = nb-extras + 1
                       move LXnumfact to te-numfact(nb-extras)
                       move LXTauxTVA to te-taux(nb-extras)
                       move LXMontantHT to te-ht(nb-extras)
                       move LXMontantTVA to te-tva(nb-extras)
                   end-if
               end-perform
               close f-lignes-extras
               set fin-fichier to false
           end-if

           open input f-factures
           if fs-factures = '35'
               display 'PG-DECLARATION-TVA - pas de factures.dat,'
           end-perform
           close f-factures

      * TVA collectee sur les factures d'honoraires aux proprietaires
           set fin-fichier to false
           open input f-honoraires
           if fs-honoraires = '00'
               perform until fin-fichier
                   read f-honoraires next record at end
                       set fin-fichier to true
                   end-read
                   if not fin-fichier
                       and HODateFacture(1:4) = annee-demandee
                       perform cumuler-honoraires
                   end-if
               end-perform
               close f-honoraires
           end-if

           set fin-fichier to false
           open input f-livre
           if fs-livre = '00'
           display 'annee            : ' annee-demandee
           display 'factures retenues: ' tot-factures
           display 'dont avoirs      : ' tot-avoirs
           display 'honoraires lus   : ' tot-honoraires
           display 'base taxable     : ' tot-base
           display 'tva due          : ' tot-tva
           stop run.
           end-if
           move FDateFacture(5:2) to mois-facture

      * les extras d'une facture sont declares a leur propre taux, le
      * reste (hebergement) au taux de la facture ; un avoir reste
      * declare en totalite au taux de la facture qu'il annule
           move FMontantHT to reste-ht
           move FMontantTVA to reste-tva
           if FTypeFact <> 'A'
               perform varying ix from 1 by 1 until ix > nb-extras
                   if te-numfact(ix) = Fnumfact
                       move te-taux(ix) to taux-ventile
                       move te-ht(ix) to base-ventilee
                       move te-tva(ix) to tva-ventilee
                       perform ventiler-taux
                       compute reste-ht = reste-ht - te-ht(ix)
                       compute reste-tva = reste-tva - te-tva(ix)
                   end-if
               end-perform
           end-if
           move FTauxTVA to taux-ventile
           compute base-ventilee = reste-ht * signe-mouvement
           compute tva-ventilee = reste-tva * signe-mouvement
           perform ventiler-taux

           compute tot-base = tot-base
               + FMontantHT * signe-mouvement
           compute tot-tva = tot-tva
               + FMontantTVA * signe-mouvement
           compute tot-eur-annee = tot-eur-annee
               + FMontantEUR * signe-mouvement.

       ventiler-taux.
           set taux-trouve to false
           perform varying tx from 1 by 1
               until tx > nb-taux or taux-trouve
               if tt-taux(tx) = taux-ventile
                   set taux-trouve to true
               end-if
           end-perform
           if not taux-trouve
               if nb-taux < 10
                   compute nb-taux = nb-taux + 1
                   move taux-ventile to tt-taux(nb-taux)
                   move nb-taux to tx
               else
                   move nb-taux to tx
           end-if

           compute tm-base(tx, mois-facture) =
               tm-base(tx, mois-facture) + base-ventilee
           compute tm-tva(tx, mois-facture) =
               tm-tva(tx, mois-facture) + tva-ventilee.

       cumuler-honoraires.
           compute tot-honoraires = tot-honoraires + 1
           move HODateFacture(5:2) to mois-facture

           set taux-trouve to false
           perform varying tx from 1 by 1
               until tx > nb-taux or taux-trouve
               if tt-taux(tx) = HOTauxTVA
                   set taux-trouve to true
               end-if
           end-perform
           if not taux-trouve
               if nb-taux < 10
                   compute nb-taux = nb-taux + 1
                   move HOTauxTVA to tt-taux(nb-taux)
                   move nb-taux to tx
               else
                   move nb-taux to tx
               end-if
           else
               compute tx = tx - 1
           end-if

           compute tm-base(tx, mois-facture) =
               tm-base(tx, mois-facture) + HOMontantHT
           compute tm-tva(tx, mois-facture) =
               tm-tva(tx, mois-facture) + HOMontantTVA
           compute tot-base = tot-base + HOMontantHT
           compute tot-tva = tot-tva + HOMontantTVA.

       end program pg-declaration-tva.
