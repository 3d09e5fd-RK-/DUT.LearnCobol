       1 poste-numresa pic 9(6).
       1 poste-numappart pic 9999.
       1 poste-numprop pic 9999.
       1 poste-arrivee pic 9(8).
       1 poste-depart pic 9(8).
      * Proprietaires successifs sur les nuits du sejour
      * (pg-proprio-sejour)
       1 repartition-sejour.
           2 rs-nb-parts pic 9.
           2 rs-part occurs 5 times.
               3 rs-part-prop pic 9999.
               3 rs-part-nuits pic 9(3).
       1 rs-total-nuits pic 9(5).
       1 rx pic 9.
       1 nb-parts pic 99.
       1 tbl-parts occurs 10 times.
           2 part-prop pic 9999.
           move Fnumresa to poste-numresa
           move Fnumappart to poste-numappart
           move Fnumprop to poste-numprop
           perform dates-sejour-facture

           call 'pg-taux-euro' using FDevise RBDate
               taux-devise end-call
           move Fnumfact to PaiNumFact
           move Fnumprop to PaiNumProp
           move Fnumresa to PaiNumResa
           move 0 to PaiDateRembourse
           move RBDate to PaiDate
           move RBMontant to PaiMontant
           move 'V' to PaiMode

       poster-acompte-valide.
           compute tot-rapprochees = tot-rapprochees + 1
           move Rnumappart to poste-numappart
           move Anumprop to poste-numprop
           move RDateArrivee to poste-arrivee
           move RDateDepart to poste-depart
           perform proprio-du-sejour
           move rs-part-prop(1) to poste-numprop
           move 0 to PaiNumFact
           move poste-numprop to PaiNumProp
           move Rnumresa to PaiNumResa
           move 0 to PaiDateRembourse
           move RBDate to PaiDate
           move RBMontant to PaiMontant
           move 'V' to PaiMode
           move Rnumresa to poste-numresa
           write paiement
           if fs-paiements <> '00'
               display 'PG-IMPORT-BANQUE - ecriture paiements.dat'
               end-if
               close f-copro
           end-if
           if nb-parts = 0 and rs-nb-parts > 1
               perform repartir-nuits
           end-if
           if nb-parts = 0
               move 1 to nb-parts
               move poste-numprop to part-prop(1)
               move montant-euro to part-montant(1)
           end-if.

      * Appartement cede en cours de sejour (mutations.dat) :
      * l'encaissement suit les nuits de chaque proprietaire, comme
      * la facturation l'a fait pour GLFacture.
       repartir-nuits.
           move 0 to rs-total-nuits
           perform varying rx from 1 by 1 until rx > rs-nb-parts
               compute rs-total-nuits =
                   rs-total-nuits + rs-part-nuits(rx)
           end-perform
           move montant-euro to reste-recu
           perform varying rx from 1 by 1 until rx > rs-nb-parts
               if rx = rs-nb-parts or rs-total-nuits = 0
                   move reste-recu to part-recue
               else
                   compute part-recue rounded = montant-euro
                       * rs-part-nuits(rx) / rs-total-nuits
                   if part-recue > reste-recu
                       move reste-recu to part-recue
                   end-if
               end-if
               compute reste-recu = reste-recu - part-recue
               compute nb-parts = nb-parts + 1
               move rs-part-prop(rx) to part-prop(nb-parts)
               move part-recue to part-montant(nb-parts)
           end-perform.

      * Nuits couvertes par la facture rapprochee : tout le sejour,
      * ou pour une tranche de long sejour les FNbNuits precedant
      * le premier du mois de facturation (ou le depart).
       dates-sejour-facture.
           move 0 to poste-arrivee
           move 0 to poste-depart
           move 0 to rs-nb-parts
           if Fnumresa > 0 and FNumDossier = 0 and resa-dispo
               move Fnumresa to Rnumresa
               read f-resa key is Rnumresa
                   invalid key continue
                   not invalid key perform periode-facturee
               end-read
           end-if
           if poste-arrivee > 0
               perform proprio-du-sejour
           end-if.

       periode-facturee.
           if RLongSejour = 'O'
               compute poste-depart =
                   function numval(FDateFacture(1:6)) * 100 + 1
               if RDateDepart < poste-depart
                   move RDateDepart to poste-depart
               end-if
               compute poste-arrivee = function date-of-integer(
                   function integer-of-date(poste-depart) - FNbNuits)
           else
               move RDateArrivee to poste-arrivee
               move RDateDepart to poste-depart
           end-if.

       proprio-du-sejour.
           call 'pg-proprio-sejour' using poste-numappart
               poste-arrivee poste-depart poste-numprop
               repartition-sejour end-call.

       crediter-livre.
           set livre-trouve to false
           move part-prop(pp) to GLnumprop
