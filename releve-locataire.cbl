       program-id. pg-releve-locataire.

       file-control.
           select f-locataire assign 'locataire.dat'
           organization indexed
           access random
           record key Lnumloc
           file status fs-locataire.

           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

           select f-cautions assign 'cautions.dat'
           organization indexed
           access random
           record key CAnumresa
           file status fs-cautions.

           select f-remboursements assign 'remboursements.dat'
           organization indexed
           access dynamic
           record key RMcle
           file status fs-remboursements.

           select f-impression assign 'releve-locataire.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-locataire.
           copy locataire.

       fd f-resa.
           copy reservation.

       fd f-factures.
           copy facture.

       fd f-paiements.
           copy paiement.

       fd f-cautions.
           copy caution.

       fd f-remboursements.
           copy remboursement.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-locataire pic xx.
       1 fs-resa pic xx.
       1 fs-factures pic xx.
       1 fs-paiements pic xx.
       1 fs-cautions pic xx.
       1 fs-remboursements pic xx.
       1 fs-impression pic xx.
       1 numloc-saisi pic 9999.
       1 date-debut pic 9(8).
       1 date-fin pic 9(8).
       1 date-jour pic 9(8).
       1 v-trouve pic x value 'N'.
           88 locataire-trouve value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-fact pic x value 'N'.
           88 fin-fact value 'O' false 'N'.
       1 v-fin-paiements pic x value 'N'.
           88 fin-paiements value 'O' false 'N'.
       1 v-fin-remb pic x value 'N'.
           88 fin-remb value 'O' false 'N'.
       1 v-fact-dispo pic x value 'N'.
           88 factures-dispo value 'O' false 'N'.
       1 v-paiements-dispo pic x value 'N'.
           88 paiements-dispo value 'O' false 'N'.
       1 v-cautions-dispo pic x value 'N'.
           88 cautions-dispo value 'O' false 'N'.
       1 v-remb-dispo pic x value 'N'.
           88 remb-dispo value 'O' false 'N'.
       1 v-a-releve pic x value 'N'.
           88 paiement-du-locataire value 'O' false 'N'.
       1 v-saturee pic x value 'N'.
           88 table-saturee value 'O' false 'N'.
       1 v-place pic x value 'N'.
           88 place-trouvee value 'O' false 'N'.
      * Sejours et factures du locataire, pour rattacher les paiements
       1 nb-resas pic 9(4) value 0.
       1 tbl-resas occurs 500 times.
           2 tr-numresa pic 9(6).
       1 nb-factures pic 9(4) value 0.
       1 tbl-factures occurs 2000 times.
           2 tf-numfact pic 9(6).
      * Mouvements du compte, ranges par date a l'insertion
       1 nb-mouvements pic 9(4) value 0.
       1 tbl-mouvements occurs 2000 times.
           2 tm-date pic 9(8).
           2 tm-libelle pic x(16).
           2 tm-ref pic 9(6).
           2 tm-debit pic 9(7)v99.
           2 tm-credit pic 9(7)v99.
       1 mouvement.
           2 mv-date pic 9(8).
           2 mv-libelle pic x(16).
           2 mv-ref pic 9(6).
           2 mv-debit pic 9(7)v99.
           2 mv-credit pic 9(7)v99.
       1 mx pic 9(4).
       1 my pic 9(4).
       1 rx pic 9(4).
       1 solde-initial pic s9(9)v99 value 0.
       1 solde pic s9(9)v99 value 0.
       1 total-debit pic 9(9)v99 value 0.
       1 total-credit pic 9(9)v99 value 0.
       1 nb-edites pic 9(4) value 0.
       1 ligne-tampon pic x(80).
       1 debit-edit pic z(6)9.99.
       1 credit-edit pic z(6)9.99.
       1 solde-edit pic -(7)9.99.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Releve de compte d''un locataire'.
       1 s-plg-saisie.
           2 line 4 col 3 'Numero du locataire : '.
           2 s-numloc line 4 col 25 pic 9999 to numloc-saisi
               required.
           2 line 5 col 3 'Du (AAAAMMJJ, 0 = debut) : '.
           2 s-debut line 5 col 31 pic 9(8) to date-debut.
           2 line 6 col 3 'Au (AAAAMMJJ, 0 = ce jour) : '.
           2 s-fin line 6 col 32 pic 9(8) to date-fin.
       1 a-plg-nontrouve.
           2 line 8 col 3 'Aucun locataire avec ce numero.'.
       1 a-plg-locataire.
           2 line 8 col 3 'Nom : '.
           2 a-nom line 8 col 9 pic x(20) from LNomLoc.
           2 a-prenom line 8 col 30 pic x(20) from LPrenomLoc.
       1 a-plg-resultat.
           2 line 10 col 3 'Mouvements edites : '.
           2 a-edites line 10 col 23 pic zzz9 from nb-edites.
           2 line 11 col 3 'Solde d''ouverture : '.
           2 a-initial line 11 col 23 pic -(8)9.99
               from solde-initial.
           2 line 12 col 3 'Solde au releve   : '.
           2 a-solde line 12 col 23 pic -(8)9.99 from solde.
           2 line 14 col 3 'Releve dans releve-locataire.lst.'.

       procedure division.
           display a-plg-titre
           display s-plg-saisie
           accept s-plg-saisie
           accept date-jour from date yyyymmdd
           if date-fin = 0
               move date-jour to date-fin
           end-if

           open input f-locataire
           if fs-locataire <> '00'
               display 'PG-RELEVE-LOCATAIRE - ouverture locataire.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-locataire
               move 1 to return-code
               stop run
           end-if
           move numloc-saisi to Lnumloc
           read f-locataire key is Lnumloc
               invalid key set locataire-trouve to false
               not invalid key set locataire-trouve to true
           end-read
           close f-locataire
           if not locataire-trouve
               display a-plg-nontrouve
               goback
           end-if
           display a-plg-locataire

           open input f-resa
           if fs-resa <> '00'
               display 'PG-RELEVE-LOCATAIRE - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
           open input f-factures
           if fs-factures = '00'
               set factures-dispo to true
           end-if
           open input f-cautions
           if fs-cautions = '00'
               set cautions-dispo to true
           end-if
           open input f-remboursements
           if fs-remboursements = '00'
               set remb-dispo to true
           end-if

           read f-resa next record at end set fin-resa to true
           end-read
           perform until fin-resa
               if Rnumloc = numloc-saisi
                   if nb-resas < 500
                       compute nb-resas = nb-resas + 1
                       move Rnumresa to tr-numresa(nb-resas)
                   end-if
                   if factures-dispo
                       perform relever-factures-resa
                   end-if
                   if cautions-dispo
                       perform relever-caution
                   end-if
                   if remb-dispo
                       perform relever-remboursements
                   end-if
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
           end-perform

           close f-resa
           if factures-dispo
               close f-factures
           end-if
           if cautions-dispo
               close f-cautions
           end-if
           if remb-dispo
               close f-remboursements
           end-if

           open input f-paiements
           if fs-paiements = '00'
               set paiements-dispo to true
           end-if
           if paiements-dispo
               perform relever-paiements
               close f-paiements
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RELEVE-LOCATAIRE - ouverture'
                   ' releve-locataire.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           perform editer-releve
           close f-impression

           display a-plg-resultat
           if table-saturee
               display 'PG-RELEVE-LOCATAIRE - plus de 2000 mouvements,'
                   ' releve incomplet'
           end-if
           goback.

      * Factures du sejour au debit, avoirs au credit du locataire.
       relever-factures-resa.
           set fin-fact to false
           move Rnumresa to Fnumresa
           start f-factures key is >= Fnumresa
               invalid key set fin-fact to true
           end-start
           if not fin-fact
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-if
           perform until fin-fact or Fnumresa <> Rnumresa
               if nb-factures < 2000
                   compute nb-factures = nb-factures + 1
                   move Fnumfact to tf-numfact(nb-factures)
               end-if
               move FDateFacture to mv-date
               move Fnumfact to mv-ref
               if FTypeFact = 'A'
                   move 'Avoir' to mv-libelle
                   move 0 to mv-debit
                   move FMontantEUR to mv-credit
               else
                   move 'Facture' to mv-libelle
                   move FMontantEUR to mv-debit
                   move 0 to mv-credit
               end-if
               perform ajouter-mouvement
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-perform.

      * La caution recue est au credit ; la part retenue apres etat
      * des lieux et la part rendue viennent au debit. Une caution
      * viree est rendue par virement (remboursements.dat), une
      * caution en especes est rendue au guichet le jour de l'etat
      * des lieux.
       relever-caution.
           move Rnumresa to CAnumresa
           read f-cautions key is CAnumresa
               invalid key continue
               not invalid key
                   if CADateRecue > 0
                       move CADateRecue to mv-date
                       move CAnumresa to mv-ref
                       move 'Caution recue' to mv-libelle
                       move 0 to mv-debit
                       move CAMontant to mv-credit
                       perform ajouter-mouvement
                   end-if
                   if CAStatut = 'B' and CAMontantRetenu > 0
                       move CADateRendue to mv-date
                       move CAnumresa to mv-ref
                       move 'Caution retenue' to mv-libelle
                       move CAMontantRetenu to mv-debit
                       move 0 to mv-credit
                       perform ajouter-mouvement
                   end-if
                   if CAStatut = 'B'
                       and (CAMode = 'E' or CAMode = 'e')
                       and CAMontant > CAMontantRetenu
                       move CADateRendue to mv-date
                       move CAnumresa to mv-ref
                       move 'Caution rendue' to mv-libelle
                       compute mv-debit = CAMontant - CAMontantRetenu
                       move 0 to mv-credit
                       perform ajouter-mouvement
                   end-if
           end-read.

       relever-remboursements.
           set fin-remb to false
           move Rnumresa to RMnumresa
           move 0 to RMrang
           start f-remboursements key is >= RMcle
               invalid key set fin-remb to true
           end-start
           if not fin-remb
               read f-remboursements next record at end
                   set fin-remb to true
               end-read
           end-if
           perform until fin-remb or RMnumresa <> Rnumresa
               move RMDate to mv-date
               move RMnumresa to mv-ref
               if RMSource = 'C'
                   move 'Caution rendue' to mv-libelle
               else
                   move 'Remboursement' to mv-libelle
               end-if
               move RMMontantEUR to mv-debit
               move 0 to mv-credit
               perform ajouter-mouvement
               read f-remboursements next record at end
                   set fin-remb to true
               end-read
           end-perform.

      * Un paiement revient au locataire s'il porte sur l'un de ses
      * sejours ou sur l'une de ses factures.
       relever-paiements.
           read f-paiements next record at end
               set fin-paiements to true
           end-read
           perform until fin-paiements
               set paiement-du-locataire to false
               if PaiNumResa > 0
                   perform varying rx from 1 by 1
                       until rx > nb-resas or paiement-du-locataire
                       if tr-numresa(rx) = PaiNumResa
                           set paiement-du-locataire to true
                       end-if
                   end-perform
               end-if
               if not paiement-du-locataire and PaiNumFact > 0
                   perform varying rx from 1 by 1
                       until rx > nb-factures or paiement-du-locataire
                       if tf-numfact(rx) = PaiNumFact
                           set paiement-du-locataire to true
                       end-if
                   end-perform
               end-if
               if paiement-du-locataire
                   move PaiDate to mv-date
                   move PaiNumFact to mv-ref
                   if PaiNumFact = 0
                       move 'Acompte' to mv-libelle
                       move PaiNumResa to mv-ref
                   else
                       move 'Paiement' to mv-libelle
                   end-if
                   move 0 to mv-debit
                   move PaiMontant to mv-credit
                   perform ajouter-mouvement
               end-if
               read f-paiements next record at end
                   set fin-paiements to true
               end-read
           end-perform.

      * Insertion a sa place dans l'ordre des dates ; a date egale,
      * les mouvements gardent leur ordre de lecture.
       ajouter-mouvement.
           if nb-mouvements >= 2000
               set table-saturee to true
           else
               compute nb-mouvements = nb-mouvements + 1
               move nb-mouvements to mx
               set place-trouvee to false
               perform until place-trouvee
                   if mx = 1
                       set place-trouvee to true
                   else
                       compute my = mx - 1
                       if tm-date(my) <= mv-date
                           set place-trouvee to true
                       else
                           move tbl-mouvements(my)
                               to tbl-mouvements(mx)
                           move my to mx
                       end-if
                   end-if
               end-perform
               move mouvement to tbl-mouvements(mx)
           end-if.

      * Les mouvements anterieurs a la periode forment le solde
      * d'ouverture ; le solde est positif quand le locataire doit.
       editer-releve.
           move spaces to ligne-tampon
           string 'RELEVE DE COMPTE LOCATAIRE ' numloc-saisi ' '
               LNomLoc delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string LPrenomLoc ' ' LVilleLoc
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Periode du ' date-debut ' au ' date-fin
               ' - edite le ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move ' ' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Date     Libelle          Ref.  ' to ligne-tampon(1:32)
           move '      Debit     Credit       Solde'
               to ligne-tampon(34:34)
           move ligne-tampon to ligne-impr
           write ligne-impr

           perform varying mx from 1 by 1 until mx > nb-mouvements
               if tm-date(mx) < date-debut
                   compute solde-initial = solde-initial
                       + tm-debit(mx) - tm-credit(mx)
               end-if
           end-perform
           move solde-initial to solde
           move solde to solde-edit
           move spaces to ligne-tampon
           move 'Solde d''ouverture' to ligne-tampon(10:17)
           move solde-edit to ligne-tampon(57:11)
           move ligne-tampon to ligne-impr
           write ligne-impr

           perform varying mx from 1 by 1 until mx > nb-mouvements
               if tm-date(mx) >= date-debut
                   and tm-date(mx) <= date-fin
                   perform editer-mouvement
               end-if
           end-perform

           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
           move total-debit to debit-edit
           move total-credit to credit-edit
           move solde to solde-edit
           move spaces to ligne-tampon
           string 'Totaux de la periode' delimited by size
               into ligne-tampon
           move debit-edit to ligne-tampon(35:10)
           move credit-edit to ligne-tampon(46:10)
           move solde-edit to ligne-tampon(57:11)
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           if solde > 0
               move 'Solde du par le locataire' to ligne-tampon
           else
               if solde < 0
                   move 'Solde en faveur du locataire' to ligne-tampon
               else
                   move 'Compte solde' to ligne-tampon
               end-if
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr.

       editer-mouvement.
           compute nb-edites = nb-edites + 1
           compute solde = solde + tm-debit(mx) - tm-credit(mx)
           compute total-debit = total-debit + tm-debit(mx)
           compute total-credit = total-credit + tm-credit(mx)
           move spaces to ligne-tampon
           string tm-date(mx) ' ' tm-libelle(mx) ' ' tm-ref(mx)
               delimited by size into ligne-tampon
           if tm-debit(mx) > 0
               move tm-debit(mx) to debit-edit
               move debit-edit to ligne-tampon(35:10)
           end-if
           if tm-credit(mx) > 0
               move tm-credit(mx) to credit-edit
               move credit-edit to ligne-tampon(46:10)
           end-if
           move solde to solde-edit
           move solde-edit to ligne-tampon(57:11)
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RELEVE-LOCATAIRE - ecriture'
                   ' releve-locataire.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-releve-locataire.
