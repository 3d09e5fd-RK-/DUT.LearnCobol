           record key CPcle
           file status fs-copro.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-reserves assign 'reserves.dat'
           organization indexed
           access sequential
           record key MRcle
           file status fs-reserves.

           select f-impression assign 'releve-annuel.lst'
           organization line sequential
           file status fs-impression.
       fd f-copro.
           copy copropriete.

       fd f-resa.
           copy reservation.

       fd f-reserves.
           copy mouvement-reserve.

       fd f-impression.
       1 ligne-impr pic x(80).

           2 ta-brut pic 9(9)v99 value 0.
           2 ta-commission pic 9(9)v99 value 0.
           2 ta-net pic 9(9)v99 value 0.
           2 ta-dotation pic 9(9)v99 value 0.
           2 ta-prelevement pic 9(9)v99 value 0.
           2 ta-solde-reserve pic 9(9)v99 value 0.
       1 tot-proprietaires pic 9(6) value 0.
       1 fs-copro pic xx.
       1 v-copro-dispo pic x value 'N'.
       1 part-eur pic s9(9)v99.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(8)9.99.
       1 fs-reserves pic xx.
       1 fs-resa pic xx.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 sejour-arrivee pic 9(8).
       1 sejour-depart pic 9(8).
      * Proprietaires successifs sur les nuits facturees
      * (pg-proprio-sejour)
       1 repartition-sejour.
           2 rs-nb-parts pic 9.
           2 rs-part occurs 5 times.
               3 rs-part-prop pic 9999.
               3 rs-part-nuits pic 9(3).
       1 rs-total-nuits pic 9(5).
       1 rx pic 9.
       1 reste-eur pic s9(9)v99.

       procedure division.
       declaratives.
               set copro-dispo to true
           end-if

           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if

           open input f-factures
           if fs-factures = '00'
               read f-factures next record at end
                   end-if
               end-perform
               close f-factures
               if resa-dispo
                   close f-resa
               end-if
           else if fs-factures <> '35'
               display 'PG-RELEVE-ANNUEL - ouverture factures.dat'
                   ' impossible'
           end-if
           end-if

      * Fonds de reserve : mouvements de l'annee et solde au 31/12
      * (dernier mouvement jusqu'a la fin de l'annee).
           set fin-fichier to false
           open input f-reserves
           if fs-reserves = '00'
               read f-reserves next record at end
                   set fin-fichier to true
               end-read
               perform until fin-fichier
                   if MRDate(1:4) <= annee-demandee
                       move MRSolde to ta-solde-reserve(MRnumprop)
                   end-if
                   if MRDate(1:4) = annee-demandee
                       if MRType = 'T' or MRType = 'L'
                           compute ta-prelevement(MRnumprop) =
                               ta-prelevement(MRnumprop) + MRMontant
                       else
                           compute ta-dotation(MRnumprop) =
                               ta-dotation(MRnumprop) + MRMontant
                       end-if
                   end-if
                   read f-reserves next record at end
                       set fin-fichier to true
                   end-read
                   if fs-reserves <> '00' and fs-reserves <> '10'
                       display 'PG-RELEVE-ANNUEL - lecture'
                           ' reserves.dat impossible'
                       display 'code retour fichier : ' fs-reserves
                       move 1 to return-code
                       stop run
                   end-if
               end-perform
               close f-reserves
           else if fs-reserves <> '35'
               display 'PG-RELEVE-ANNUEL - ouverture reserves.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-reserves
               move 1 to return-code
               stop run
           end-if
           end-if

           open input f-proprio
           if fs-proprio <> '00'
               display 'PG-RELEVE-ANNUEL - ouverture proprio.dat'
           perform until fin-fichier
               if ta-facture(Pnumprop) > 0
                   or ta-brut(Pnumprop) > 0
                   or ta-solde-reserve(Pnumprop) > 0
                   or ta-prelevement(Pnumprop) > 0
                   compute tot-proprietaires = tot-proprietaires + 1
                   move '========================================'
                       to ligne-impr
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   write ligne-impr
                   if ta-dotation(Pnumprop) > 0
                       or ta-prelevement(Pnumprop) > 0
                       or ta-solde-reserve(Pnumprop) > 0
                       move ta-dotation(Pnumprop) to montant-edit
                       string 'Dotation reserve   : ' montant-edit
                           delimited by size into ligne-tampon
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                       move ta-prelevement(Pnumprop) to montant-edit
                       string 'Travaux / reserve  : ' montant-edit
                           delimited by size into ligne-tampon
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                       move ta-solde-reserve(Pnumprop) to montant-edit
                       string 'Solde reserve 31/12: ' montant-edit
                           delimited by size into ligne-tampon
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                   end-if
                   if fs-impression <> '00'
                       display 'PG-RELEVE-ANNUEL - ecriture'
                           ' releve-annuel.lst impossible'
               end-if
           end-if
           if fin-copro
               perform repartir-nuits-annuel
           else
               perform until fin-copro
                       or CPnumappart <> Fnumappart
               end-perform
           end-if.

      * Appartement cede en cours de sejour (mutations.dat) : le
      * montant de la facture est reparti au prorata des nuits de
      * chaque proprietaire, comme au grand livre.
       repartir-nuits-annuel.
           move 0 to rs-nb-parts
           if resa-dispo and Fnumresa > 0 and FNumDossier = 0
               move Fnumresa to Rnumresa
               read f-resa key is Rnumresa
                   invalid key continue
                   not invalid key perform periode-facturee
               end-read
           end-if
           if rs-nb-parts > 1
               move 0 to rs-total-nuits
               perform varying rx from 1 by 1 until rx > rs-nb-parts
                   compute rs-total-nuits =
                       rs-total-nuits + rs-part-nuits(rx)
               end-perform
               move FMontantEUR to reste-eur
               perform varying rx from 1 by 1 until rx > rs-nb-parts
                   if rx = rs-nb-parts or rs-total-nuits = 0
                       move reste-eur to part-eur
                   else
                       compute part-eur rounded = FMontantEUR
                           * rs-part-nuits(rx) / rs-total-nuits
                   end-if
                   compute reste-eur = reste-eur - part-eur
                   if rs-part-prop(rx) > 0
                       compute ta-facture(rs-part-prop(rx)) =
                           ta-facture(rs-part-prop(rx))
                           + part-eur * signe-fact
                   end-if
               end-perform
           else
               compute ta-facture(Fnumprop) = ta-facture(Fnumprop)
                   + FMontantEUR * signe-fact
           end-if.

      * Nuits couvertes par la facture : tout le sejour, ou pour
      * une tranche de long sejour les FNbNuits precedant le premier
      * du mois de facturation (ou le depart).
       periode-facturee.
           if RLongSejour = 'O'
               compute sejour-depart =
                   function numval(FDateFacture(1:6)) * 100 + 1
               if RDateDepart < sejour-depart
                   move RDateDepart to sejour-depart
               end-if
               compute sejour-arrivee = function date-of-integer(
                   function integer-of-date(sejour-depart) - FNbNuits)
           else
               move RDateArrivee to sejour-arrivee
               move RDateDepart to sejour-depart
           end-if
           call 'pg-proprio-sejour' using Fnumappart sejour-arrivee
               sejour-depart Fnumprop repartition-sejour end-call.

       end program pg-releve-annuel.
