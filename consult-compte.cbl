       program-id. pg-consult-compte.

       file-control.
           select f-journal-compta assign 'journal-compta.dat'
           organization indexed
           access dynamic
           record key EGcle
           alternate key EGcompte with duplicates
           file status fs-journal-compta.

           select f-factures assign 'factures.dat'
           organization indexed
           access random
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

           select f-reversements assign 'reversements.dat'
           organization record sequential
           file status fs-reversements.

           select f-honoraires assign 'honoraires.dat'
           organization indexed
           access random
           record key HOnumfact
           alternate key HOnumprop with duplicates
           file status fs-honoraires.

           select f-cautions assign 'cautions.dat'
           organization indexed
           access random
           record key CAnumresa
           file status fs-cautions.

           select f-reserves assign 'reserves.dat'
           organization indexed
           access sequential
           record key MRcle
           file status fs-reserves.

       data division.

       file section.
       fd f-journal-compta.
           copy ecriture-compta.

       fd f-factures.
           copy facture.

       fd f-paiements.
           copy paiement.

       fd f-reversements.
           copy reversement.

       fd f-honoraires.
           copy honoraire.

       fd f-cautions.
           copy caution.

       fd f-reserves.
           copy mouvement-reserve.

       working-storage section.
       1 fs-journal-compta pic xx.
       1 fs-factures pic xx.
       1 fs-paiements pic xx.
       1 fs-reversements pic xx.
       1 fs-honoraires pic xx.
       1 fs-cautions pic xx.
       1 fs-reserves pic xx.
       1 compte-saisi pic x(8).
       1 periode-debut pic 9(6).
       1 periode-fin pic 9(6).
       1 periode-ecriture pic 9(6).
       1 choix pic x(3).
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-fin-consult pic x value 'N'.
           88 fin-consultation value 'O' false 'N'.
       1 v-trouve pic x.
           88 piece-trouvee value 'O' false 'N'.
      * Ecritures du compte sur la plage demandee
       1 nb-lignes pic 9(3) value 0.
       1 tbl-lignes occurs 500 times.
           2 tl-periode pic 9(6).
           2 tl-date pic 9(8).
           2 tl-journal pic xx.
           2 tl-libelle pic x(30).
           2 tl-debit pic 9(9)v99.
           2 tl-credit pic 9(9)v99.
           2 tl-piece pic x.
           2 tl-ref pic 9(6).
       1 lx pic 9(3).
       1 premiere-ligne pic 9(3) value 1.
       1 derniere-ligne pic 9(3).
       1 ligne-choisie pic 9(3).
       1 solde-compte pic s9(11)v99 value 0.
       1 nl pic 99.
       1 detail-1 pic x(76).
       1 detail-2 pic x(76).
       1 montant-edit pic z(8)9.99.
       1 montant2-edit pic z(8)9.99.
       1 montant3-edit pic z(8)9.99.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Consultation d''un compte general'.
       1 s-plg-criteres.
           2 line 4 col 3 'Compte                       : '.
           2 s-compte line 4 col 34 pic x(8) to compte-saisi
               required.
           2 line 5 col 3 'De la periode (AAAAMM, 0=tout): '.
           2 s-debut line 5 col 34 pic 9(6) to periode-debut.
           2 line 6 col 3 'A la periode  (AAAAMM, 0=tout): '.
           2 s-fin line 6 col 34 pic 9(6) to periode-fin.
       1 a-plg-rappel.
           2 line 4 col 3 'Compte : '.
           2 a-compte line 4 col 12 pic x(8) from compte-saisi.
           2 line 4 col 23 'periodes'.
           2 a-debut line 4 col 32 pic 9(6) from periode-debut.
           2 line 4 col 39 'a'.
           2 a-fin line 4 col 41 pic 9(6) from periode-fin.
           2 line 6 col 1
               'No  Date     Jl Libelle'.
           2 line 6 col 53 'Debit       Credit'.
       1 a-plg-ligne.
           2 a-no line nl col 1 pic zz9 from lx.
           2 a-date line nl col 5 pic 9(8) from tl-date(lx).
           2 a-journal line nl col 14 pic xx from tl-journal(lx).
           2 a-libelle line nl col 17 pic x(28) from tl-libelle(lx).
           2 a-debit line nl col 46 pic z(8)9.99 from tl-debit(lx).
           2 a-credit line nl col 59 pic z(8)9.99
               from tl-credit(lx).
       1 a-plg-solde.
           2 line 19 col 3 'Ecritures : '.
           2 a-nb line 19 col 15 pic zz9 from nb-lignes.
           2 line 19 col 30 'Solde (debit - credit) : '.
           2 a-solde line 19 col 55 pic -(10)9.99 from solde-compte.
       1 s-plg-choix.
           2 line 20 col 3
               'Ligne a detailler, S)uite, Q)uitter : '.
           2 s-choix line 20 col 42 pic x(3) to choix.
       1 a-plg-detail.
           2 a-detail-1 line 22 col 3 pic x(76) from detail-1.
           2 a-detail-2 line 23 col 3 pic x(76) from detail-2.
       1 a-plg-aucune.
           2 line 8 col 3 'Aucune ecriture sur ce compte.'.

       procedure division.
           display a-plg-titre
           display s-plg-criteres
           accept s-plg-criteres
           move function upper-case(compte-saisi) to compte-saisi
           if periode-fin = 0
               move 999999 to periode-fin
           end-if

           open input f-journal-compta
           if fs-journal-compta = '35'
               display a-plg-aucune
               goback
           end-if
           if fs-journal-compta <> '00'
               display 'PG-CONSULT-COMPTE - ouverture'
                   ' journal-compta.dat impossible'
               display 'code retour fichier : ' fs-journal-compta
               move 1 to return-code
               stop run
           end-if

           move compte-saisi to EGcompte
           start f-journal-compta key is = EGcompte
               invalid key set fin-fichier to true
           end-start
           if not fin-fichier
               read f-journal-compta next record at end
                   set fin-fichier to true
               end-read
           end-if
           perform until fin-fichier or EGcompte <> compte-saisi
               move EGdate(1:6) to periode-ecriture
               if periode-ecriture >= periode-debut
                   and periode-ecriture <= periode-fin
                   perform garder-ligne
               end-if
               read f-journal-compta next record at end
                   set fin-fichier to true
               end-read
           end-perform
           close f-journal-compta

           if nb-lignes = 0
               display a-plg-aucune
               goback
           end-if

           move spaces to detail-1
           move spaces to detail-2
           perform until fin-consultation
               perform afficher-page
               move spaces to choix
               accept s-plg-choix
               move spaces to detail-1
               move spaces to detail-2
               evaluate function upper-case(choix(1:1))
                   when 'Q'
                       set fin-consultation to true
                   when 'S'
                       compute premiere-ligne = premiere-ligne + 12
                       if premiere-ligne > nb-lignes
                           move 1 to premiere-ligne
                       end-if
                   when other
                       if choix(1:1) is numeric
                           move function numval(choix)
                               to ligne-choisie
                           if ligne-choisie >= 1
                               and ligne-choisie <= nb-lignes
                               perform detailler-ligne
                           end-if
                       end-if
               end-evaluate
           end-perform
           goback.

       garder-ligne.
           compute solde-compte = solde-compte + EGdebit - EGcredit
           if nb-lignes < 500
               compute nb-lignes = nb-lignes + 1
               move EGperiode to tl-periode(nb-lignes)
               move EGdate to tl-date(nb-lignes)
               move EGjournal to tl-journal(nb-lignes)
               move EGlibelle to tl-libelle(nb-lignes)
               move EGdebit to tl-debit(nb-lignes)
               move EGcredit to tl-credit(nb-lignes)
               move EGpiece to tl-piece(nb-lignes)
               move EGref to tl-ref(nb-lignes)
           end-if.

       afficher-page.
           display a-plg-titre
           display a-plg-rappel
           compute derniere-ligne = premiere-ligne + 11
           if derniere-ligne > nb-lignes
               move nb-lignes to derniere-ligne
           end-if
           move 7 to nl
           perform varying lx from premiere-ligne by 1
               until lx > derniere-ligne
               display a-plg-ligne
               compute nl = nl + 1
           end-perform
           display a-plg-solde
           display a-plg-detail.

      * Remontee a la piece d'origine de l'ecriture : facture ou
      * avoir, reglement ou acompte, reversement, honoraires, caution
      * ou tirage sur le fonds de reserve.
       detailler-ligne.
           move ligne-choisie to lx
           set piece-trouvee to false
           evaluate tl-piece(lx)
               when 'F' perform detailler-facture
               when 'P' perform detailler-paiement
               when 'A' perform detailler-paiement
               when 'R' perform detailler-reversement
               when 'H' perform detailler-honoraires
               when 'C' perform detailler-caution
               when 'M' perform detailler-reserve
               when other continue
           end-evaluate
           if not piece-trouvee
               move spaces to detail-1
               string 'Piece d''origine introuvable pour '
                   tl-libelle(lx) delimited by size into detail-1
           end-if.

       detailler-facture.
           open input f-factures
           if fs-factures = '00'
               move tl-ref(lx) to Fnumfact
               read f-factures key is Fnumfact
                   invalid key continue
                   not invalid key set piece-trouvee to true
               end-read
               if piece-trouvee
                   move FMontantHT to montant-edit
                   move FMontantTTC to montant2-edit
                   move FMontantEUR to montant3-edit
                   if FTypeFact = 'A'
                       string 'Avoir ' Fnumfact ' du ' FDateFacture
                           ' sur facture ' FNumFactOrigine
                           ' resa ' Fnumresa
                           delimited by size into detail-1
                   else
                       string 'Facture ' Fnumfact ' du ' FDateFacture
                           ' resa ' Fnumresa ' appart ' Fnumappart
                           ' nuits ' FNbNuits
                           delimited by size into detail-1
                   end-if
                   string 'HT ' montant-edit ' TTC ' montant2-edit
                       ' ' FDevise ' EUR ' montant3-edit
                       delimited by size into detail-2
               end-if
               close f-factures
           end-if.

       detailler-paiement.
           open input f-paiements
           if fs-paiements = '00'
               set fin-fichier to false
               perform until fin-fichier or piece-trouvee
                   read f-paiements
                       at end set fin-fichier to true
                       not at end
                           if PaiDate = tl-date(lx)
                               and ((tl-piece(lx) = 'P'
                                   and PaiNumFact = tl-ref(lx))
                               or (tl-piece(lx) = 'A'
                                   and PaiNumFact = 0
                                   and PaiNumResa = tl-ref(lx)))
                               set piece-trouvee to true
                           end-if
                   end-read
               end-perform
               close f-paiements
               if piece-trouvee
                   move PaiMontant to montant-edit
                   string 'Reglement du ' PaiDate ' facture '
                       PaiNumFact ' resa ' PaiNumResa
                       ' proprietaire ' PaiNumProp
                       delimited by size into detail-1
                   string 'Montant ' montant-edit ' mode ' PaiMode
                       delimited by size into detail-2
               end-if
           end-if.

       detailler-reversement.
           open input f-reversements
           if fs-reversements = '00'
               set fin-fichier to false
               perform until fin-fichier or piece-trouvee
                   read f-reversements
                       at end set fin-fichier to true
                       not at end
                           if RVPeriode = tl-periode(lx)
                               and RVNumProp = tl-ref(lx)
                               set piece-trouvee to true
                           end-if
                   end-read
               end-perform
               close f-reversements
               if piece-trouvee
                   move RVBrut to montant-edit
                   move RVCommission to montant2-edit
                   move RVNet to montant3-edit
                   string 'Reversement ' RVPeriode ' proprietaire '
                       RVNumProp ' ' RVNom
                       delimited by size into detail-1
                   string 'Brut ' montant-edit ' commission '
                       montant2-edit ' net ' montant3-edit
                       delimited by size into detail-2
               end-if
           end-if.

       detailler-honoraires.
           open input f-honoraires
           if fs-honoraires = '00'
               move tl-ref(lx) to HOnumfact
               read f-honoraires key is HOnumfact
                   invalid key continue
                   not invalid key set piece-trouvee to true
               end-read
               if piece-trouvee
                   move HOMontantHT to montant-edit
                   move HOMontantTVA to montant2-edit
                   move HOMontantTTC to montant3-edit
                   string 'Honoraires H' HOnumfact ' du '
                       HODateFacture ' proprietaire ' HOnumprop
                       ' periode ' HOPeriode
                       delimited by size into detail-1
                   string 'HT ' montant-edit ' TVA ' montant2-edit
                       ' TTC ' montant3-edit
                       delimited by size into detail-2
               end-if
               close f-honoraires
           end-if.

       detailler-caution.
           open input f-cautions
           if fs-cautions = '00'
               move tl-ref(lx) to CAnumresa
               read f-cautions key is CAnumresa
                   invalid key continue
                   not invalid key set piece-trouvee to true
               end-read
               if piece-trouvee
                   move CAMontant to montant-edit
                   move CAMontantRetenu to montant2-edit
                   string 'Caution resa ' CAnumresa ' recue le '
                       CADateRecue ' mode ' CAMode ' statut '
                       CAStatut delimited by size into detail-1
                   string 'Montant ' montant-edit ' retenu '
                       montant2-edit ' rendue le ' CADateRendue
                       delimited by size into detail-2
               end-if
               close f-cautions
           end-if.

       detailler-reserve.
           open input f-reserves
           if fs-reserves = '00'
               set fin-fichier to false
               perform until fin-fichier or piece-trouvee
                   read f-reserves next record
                       at end set fin-fichier to true
                       not at end
                           if MRnumprop = tl-ref(lx)
                               and MRDate = tl-date(lx)
                               and MRType = 'T'
                               set piece-trouvee to true
                           end-if
                   end-read
               end-perform
               close f-reserves
               if piece-trouvee
                   move MRMontant to montant-edit
                   move MRSolde to montant2-edit
                   string 'Tirage reserve proprietaire ' MRnumprop
                       ' du ' MRDate ' ' MRReference
                       delimited by size into detail-1
                   string 'Montant ' montant-edit ' solde '
                       montant2-edit
                       delimited by size into detail-2
               end-if
           end-if.

       end program pg-consult-compte.
