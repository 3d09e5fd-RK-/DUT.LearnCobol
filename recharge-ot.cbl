           record key GLnumprop
           file status fs-livre.

           select f-reserves assign 'reserves.dat'
           organization indexed
           access dynamic
           record key MRcle
           file status fs-reserves.

           select f-impression assign 'recharges-ot.lst'
           organization line sequential
           file status fs-impression.
       fd f-livre.
           copy grand-livre.

       fd f-reserves.
           copy mouvement-reserve.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 tot-lues pic 9(6) value 0.
       1 tot-rechargees pic 9(6) value 0.
       1 tot-sans-proprio pic 9(6) value 0.
       1 tot-sans-accord pic 9(6) value 0.
       1 tot-montant pic 9(11)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(8)9.99.
       1 fs-reserves pic xx.
       1 v-fin-reserves pic x value 'N'.
           88 fin-reserves value 'O' false 'N'.
       1 solde-reserve pic 9(9)v99.
       1 rang-reserve pic 9(5).
       1 tirage-reserve pic 9(7)v99.
       1 montant-recharge pic 9(7)v99.
       1 tot-tirages pic 9(11)v99 value 0.
       1 tirage-edit pic z(6)9.99.
       1 date-travaux pic 9(8).
       1 lendemain-travaux pic 9(8).
       1 repartition-sejour.
           2 rs-nb-parts pic 9.
           2 rs-part occurs 5 times.
               3 rs-part-prop pic 9999.
               3 rs-part-nuits pic 9(3).

       procedure division.
           accept date-jour from date yyyymmdd
               stop run
           end-if

           open i-o f-reserves
           if fs-reserves = '35'
               open output f-reserves
               close f-reserves
               open i-o f-reserves
           end-if
           if fs-reserves <> '00'
               display 'PG-RECHARGE-OT - ouverture reserves.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-reserves
               move 1 to return-code
               stop run
           end-if

           open extend f-impression
           if fs-impression = '35'
               open output f-impression
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move tot-tirages to montant-edit
           move spaces to ligne-tampon
           string 'dont reserve   : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-couts
           close f-ot
           close f-appart
           close f-livre
           close f-reserves
           close f-impression

           display 'PG-RECHARGE-OT - TOTAUX DE CONTROLE'
           display 'lignes lues      : ' tot-lues
           display 'lignes rechargees: ' tot-rechargees
           display 'sans proprietaire: ' tot-sans-proprio
           display 'sans accord      : ' tot-sans-accord
           display 'montant recharge : ' tot-montant
           display 'pris sur reserve : ' tot-tirages
           stop run.

       recharger-ligne.
               invalid key continue
               not invalid key set ot-trouve to true
           end-read
      * Devis au-dela du seuil du mandat : rien n'est recharge tant
      * que l'accord du proprietaire n'est pas enregistre (pg-ot) ;
      * la ligne reste a recharger.
           if ot-trouve and (OTAccord = 'E' or OTAccord = 'R')
               compute tot-sans-accord = tot-sans-accord + 1
               move spaces to ligne-tampon
               string 'OT ' COnumot ' ligne ' COligne
                   ' : sans accord du proprietaire (' OTAccord
                   '), non recharge'
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           else
               perform recharger-cout
           end-if.

       recharger-cout.
           set appart-trouve to false
           if ot-trouve
               move OTnumappart to Anumappart
                   not invalid key set appart-trouve to true
               end-read
           end-if
           if appart-trouve
               perform proprio-des-travaux
           end-if
           if not appart-trouve
               compute tot-sans-proprio = tot-sans-proprio + 1
           else
      * Le cout est d'abord preleve sur le fonds de reserve du
      * proprietaire ; seul le reliquat passe au grand livre.
               perform lire-reserve
               if solde-reserve < COmontant
                   move solde-reserve to tirage-reserve
               else
                   move COmontant to tirage-reserve
               end-if
               compute montant-recharge = COmontant - tirage-reserve
               if tirage-reserve > 0
                   perform noter-tirage
               end-if

               set livre-trouve to false
               move Anumprop to GLnumprop
               read f-livre key is GLnumprop
                   not invalid key set livre-trouve to true
               end-read
               if livre-trouve
                   compute GLReverse = GLReverse + montant-recharge
                   rewrite grand-livre
               else
                   move Anumprop to GLnumprop
                   move 0 to GLFacture
                   move 0 to GLRecu
                   move montant-recharge to GLReverse
                   write grand-livre
               end-if
               if fs-livre <> '00'

               compute tot-rechargees = tot-rechargees + 1
               compute tot-montant = tot-montant + COmontant
               compute tot-tirages = tot-tirages + tirage-reserve
               move COmontant to montant-edit
               move spaces to ligne-tampon
               if tirage-reserve > 0
                   move tirage-reserve to tirage-edit
                   string 'OT ' COnumot ' ligne ' COligne ' proprio '
                       Anumprop ' : ' montant-edit ' reserve '
                       tirage-edit
                       delimited by size into ligne-tampon
               else
                   string 'OT ' COnumot ' ligne ' COligne ' proprio '
                       Anumprop ' : ' montant-edit
                       delimited by size into ligne-tampon
               end-if
               move ligne-tampon to ligne-impr
               write ligne-impr
               if fs-impression <> '00'
               end-if
           end-if.

      * Appartement cede (mutations.dat) : le cout va au proprietaire
      * a la date des travaux, cloture de l'OT ou a defaut ouverture.
       proprio-des-travaux.
           if OTDateCloture > 0
               move OTDateCloture to date-travaux
           else
               move OTDateOuverture to date-travaux
           end-if
           if date-travaux > 0
               compute lendemain-travaux = function date-of-integer(
                   function integer-of-date(date-travaux) + 1)
               call 'pg-proprio-sejour' using Anumappart date-travaux
                   lendemain-travaux Anumprop repartition-sejour
                   end-call
               move rs-part-prop(1) to Anumprop
           end-if.

      * Solde du fonds de reserve : celui du dernier mouvement du
      * proprietaire.
       lire-reserve.
           move 0 to solde-reserve
           move 0 to rang-reserve
           set fin-reserves to false
           move Anumprop to MRnumprop
           move 0 to MRrang
           start f-reserves key is >= MRcle
               invalid key set fin-reserves to true
           end-start
           if not fin-reserves
               read f-reserves next record at end
                   set fin-reserves to true
               end-read
           end-if
           perform until fin-reserves or MRnumprop <> Anumprop
               move MRSolde to solde-reserve
               move MRrang to rang-reserve
               read f-reserves next record at end
                   set fin-reserves to true
               end-read
           end-perform.

       noter-tirage.
           compute rang-reserve = rang-reserve + 1
           compute solde-reserve = solde-reserve - tirage-reserve
           move Anumprop to MRnumprop
           move rang-reserve to MRrang
           move date-jour to MRDate
           move date-jour(1:6) to MRPeriode
           move 'T' to MRType
           move tirage-reserve to MRMontant
           move solde-reserve to MRSolde
           move spaces to MRReference
           string 'OT ' COnumot ' LIGNE ' COligne
               delimited by size into MRReference
           write mouvement-reserve
           if fs-reserves <> '00'
               display 'PG-RECHARGE-OT - ecriture reserves.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-reserves
               move 1 to return-code
               stop run
           end-if.

       end program pg-recharge-ot.
