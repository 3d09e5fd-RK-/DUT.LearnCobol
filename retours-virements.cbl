       program-id. pg-retours-virements.

       file-control.
           select f-retours assign 'retours-virements.txt'
           organization line sequential
           file status fs-retours.

           select f-reversements assign 'reversements.dat'
           organization record sequential
           file status fs-reversements.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access random
           record key GLnumprop
           file status fs-livre.

           select f-banque assign 'banque.dat'
           organization indexed
           access random
           record key Bnumprop
           file status fs-banque.

           select f-impression assign 'retours-virements.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
      * Retour de virement emis par la banque (R-transaction SEPA) :
      * proprietaire, periode du reversement, montant retourne, motif.
       fd f-retours.
       1 retour-rec.
           2 RTnumprop pic 9999.
           2 filler pic x.
           2 RTperiode pic 9(6).
           2 filler pic x.
           2 RTmontant pic 9(9)v99.
           2 filler pic x.
           2 RTmotif pic x(30).

       fd f-reversements.
           copy reversement.

       fd f-livre.
           copy grand-livre.

       fd f-banque.
           copy banque.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-retours pic xx.
       1 fs-reversements pic xx.
       1 fs-livre pic xx.
       1 fs-banque pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-retours pic x value 'N'.
           88 fin-retours value 'O' false 'N'.
       1 v-fin-reversements pic x value 'N'.
           88 fin-reversements value 'O' false 'N'.
       1 nb-retours pic 9(4) value 0.
       1 tbl-retours occurs 500 times.
           2 tr-numprop pic 9999.
           2 tr-periode pic 9(6).
           2 tr-montant pic 9(9)v99.
           2 tr-motif pic x(30).
           2 tr-traite pic x.
       1 rx pic 9(4).
       1 v-reliquat pic x value 'N'.
           88 reliquat value 'O' false 'N'.
       1 tot-lus pic 9(6) value 0.
       1 tot-retournes pic 9(6) value 0.
       1 tot-inconnus pic 9(6) value 0.
       1 tot-montant pic 9(11)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(8)9.99.
       1 nom-retours pic x(31) value 'retours-virements.txt'.
       1 nom-retours-traite pic x(40)
           value 'retours-virements.txt.traite'.

       procedure division.
           accept date-jour from date yyyymmdd

           open input f-retours
           if fs-retours = '35'
               display 'PG-RETOURS-VIREMENTS - pas de fichier de'
                   ' retours, rien a traiter'
               stop run
           end-if
           if fs-retours <> '00'
               display 'PG-RETOURS-VIREMENTS - ouverture'
                   ' retours-virements.txt impossible'
               display 'code retour fichier : ' fs-retours
               move 1 to return-code
               stop run
           end-if

           read f-retours at end set fin-retours to true
           end-read
           perform until fin-retours
               compute tot-lus = tot-lus + 1
               if nb-retours < 500
                   compute nb-retours = nb-retours + 1
                   move RTnumprop to tr-numprop(nb-retours)
                   move RTperiode to tr-periode(nb-retours)
                   move RTmontant to tr-montant(nb-retours)
                   move RTmotif to tr-motif(nb-retours)
                   move 'N' to tr-traite(nb-retours)
               else
                   set reliquat to true
               end-if
               read f-retours at end set fin-retours to true
               end-read
           end-perform
           close f-retours

           open i-o f-reversements
           if fs-reversements <> '00'
               display 'PG-RETOURS-VIREMENTS - ouverture'
                   ' reversements.dat impossible'
               display 'code retour fichier : ' fs-reversements
               move 1 to return-code
               stop run
           end-if

           open i-o f-livre
           if fs-livre <> '00'
               display 'PG-RETOURS-VIREMENTS - ouverture'
                   ' grand-livre.dat impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if

           open i-o f-banque
           if fs-banque <> '00'
               display 'PG-RETOURS-VIREMENTS - ouverture'
                   ' banque.dat impossible'
               display 'code retour fichier : ' fs-banque
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RETOURS-VIREMENTS - ouverture'
                   ' retours-virements.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'VIREMENTS PROPRIETAIRES RETOURNES traites le '
               date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           read f-reversements at end set fin-reversements to true
           end-read
           perform until fin-reversements
               if RVStatutVirement <> 'R'
                   perform chercher-retour
               end-if
               read f-reversements at end
                   set fin-reversements to true
               end-read
               if fs-reversements <> '00' and fs-reversements <> '10'
                   display 'PG-RETOURS-VIREMENTS - lecture'
                       ' reversements.dat impossible'
                   display 'code retour fichier : ' fs-reversements
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           perform varying rx from 1 by 1 until rx > nb-retours
               if tr-traite(rx) = 'N'
                   compute tot-inconnus = tot-inconnus + 1
                   move tr-montant(rx) to montant-edit
                   move spaces to ligne-tampon
                   string 'Prop ' tr-numprop(rx) ' periode '
                       tr-periode(rx) ' ' montant-edit
                       ' : reversement introuvable'
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   write ligne-impr
               end-if
           end-perform

           close f-reversements
           close f-livre
           close f-banque
           close f-impression

      * Le fichier de retours est consomme : range sous .traite pour
      * ne pas annuler deux fois le meme reversement.
      * Au-dela de 500 retours le fichier est laisse en place pour
      * examen : les lignes deja traitees ne seraient plus trouvees
      * (reversement deja marque retourne).
           if reliquat
               display 'PG-RETOURS-VIREMENTS - plus de 500 retours,'
                   ' fichier conserve, relancer pour le reliquat'
           else
               call 'CBL_COPY_FILE' using nom-retours
                   nom-retours-traite end-call
               call 'CBL_DELETE_FILE' using nom-retours end-call
           end-if

           display 'PG-RETOURS-VIREMENTS - TOTAUX DE CONTROLE'
           display 'retours lus          : ' tot-lus
           display 'reversements retournes: ' tot-retournes
           display 'retours inconnus     : ' tot-inconnus
           display 'montant retourne     : ' tot-montant
           goback.

      * Un retour porte sur le reversement de la periode pour le
      * montant net exactement vire.
       chercher-retour.
           perform varying rx from 1 by 1 until rx > nb-retours
               if tr-traite(rx) = 'N'
                   and tr-numprop(rx) = RVNumProp
                   and tr-periode(rx) = RVPeriode
                   and tr-montant(rx) = RVNet
                   and RVStatutVirement <> 'R'
                   move 'O' to tr-traite(rx)
                   perform annuler-reversement
               end-if
           end-perform.

       annuler-reversement.
           move 'R' to RVStatutVirement
           rewrite reversement
           if fs-reversements <> '00'
               display 'PG-RETOURS-VIREMENTS - reecriture'
                   ' reversements.dat impossible'
               display 'code retour fichier : ' fs-reversements
               move 1 to return-code
               stop run
           end-if

      * Le proprietaire n'est plus regle : le reverse du grand livre
      * est diminue du montant qui lui revient.
           move RVNumProp to GLnumprop
           read f-livre key is GLnumprop
               invalid key continue
               not invalid key
                   if GLReverse < RVNet
                       move 0 to GLReverse
                   else
                       compute GLReverse = GLReverse - RVNet
                   end-if
                   rewrite grand-livre
           end-read
           if fs-livre <> '00' and fs-livre <> '23'
               display 'PG-RETOURS-VIREMENTS - mise a jour'
                   ' grand-livre.dat impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if

           move RVNumProp to Bnumprop
           read f-banque key is Bnumprop
               invalid key continue
               not invalid key
                   move 'R' to BStatut
                   rewrite compte-bancaire
           end-read
           if fs-banque <> '00' and fs-banque <> '23'
               display 'PG-RETOURS-VIREMENTS - mise a jour'
                   ' banque.dat impossible'
               display 'code retour fichier : ' fs-banque
               move 1 to return-code
               stop run
           end-if

           compute tot-retournes = tot-retournes + 1
           compute tot-montant = tot-montant + RVNet
           move RVNet to montant-edit
           move spaces to ligne-tampon
           string 'Prop ' RVNumProp ' periode ' RVPeriode ' '
               montant-edit ' retourne : ' tr-motif(rx)
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RETOURS-VIREMENTS - ecriture'
                   ' retours-virements.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-retours-virements.
