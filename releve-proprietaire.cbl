           record key NAcle
           file status fs-notes.

           select f-reserves assign 'reserves.dat'
           organization indexed
           access dynamic
           record key MRcle
           file status fs-reserves.

           select f-impression assign 'releve-proprietaire.lst'
           organization line sequential
           file status fs-impression.
       fd f-notes.
           copy note-appart.

       fd f-reserves.
           copy mouvement-reserve.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 tarifbs-ttc pic 9(5).99.
       1 taux-devise pic 9(3)v9(6).
       1 tarifht-eur pic 9(5).99.
       1 fs-reserves pic xx.
       1 v-reserves-dispo pic x value 'N'.
           88 reserves-dispo value 'O' false 'N'.
       1 v-fin-reserves pic x value 'N'.
           88 fin-reserves value 'O' false 'N'.
       1 solde-reserve pic 9(9)v99.
       1 montant-edit pic z(8)9.99.

       procedure division.
       declaratives.
           end-if
           end-if

           open input f-reserves
           if fs-reserves = '00'
               set reserves-dispo to true
           else if fs-reserves <> '35'
               display 'PG-RELEVE-PROPRIETAIRE - ouverture'
                   ' reserves.dat impossible'
               display 'code retour fichier : ' fs-reserves
               move 1 to return-code
               stop run
           end-if
           end-if

           if fs-proprio <> '00' or fs-appart <> '00'
               display 'PG-RELEVE-PROPRIETAIRE - erreur ouverture'
               display '  f-proprio : ' fs-proprio
                   end-if
               end-perform
               set fin-appart to false
               if reserves-dispo
                   perform editer-reserve
               end-if

               read f-proprio next record at end
                   set fin-proprio to true
           if notes-dispo
               close f-notes
           end-if
           if reserves-dispo
               close f-reserves
           end-if

           move '========================================'
               to ligne-tampon
               stop run
           end-if.

      * Fonds de reserve : mouvements de l'annee en cours (dotations
      * sur reversement, prelevements pour travaux) et solde.
       editer-reserve.
           move 0 to solde-reserve
           set fin-reserves to false
           move numprop-courant to MRnumprop
           move 0 to MRrang
           start f-reserves key is >= MRcle
               invalid key set fin-reserves to true
           end-start
           if not fin-reserves
               read f-reserves next record at end
                   set fin-reserves to true
               end-read
           end-if
           if not fin-reserves and MRnumprop = numprop-courant
               move 'Fonds de reserve :' to ligne-tampon
               perform sortir-ligne
           end-if
           perform until fin-reserves or MRnumprop <> numprop-courant
               if MRDate(1:4) = date-jour(1:4)
                   move MRMontant to montant-edit
                   move spaces to ligne-tampon
                   if MRType = 'T'
                       string '  ' MRDate ' prelevement ' montant-edit
                           ' ' MRReference
                           delimited by size into ligne-tampon
                   else if MRType = 'L'
                       string '  ' MRDate ' liberation  ' montant-edit
                           ' ' MRReference
                           delimited by size into ligne-tampon
                   else
                       string '  ' MRDate ' dotation    ' montant-edit
                           ' ' MRReference
                           delimited by size into ligne-tampon
                   end-if
                   end-if
                   perform sortir-ligne
               end-if
               move MRSolde to solde-reserve
               read f-reserves next record at end
                   set fin-reserves to true
               end-read
               if fs-reserves <> '00' and fs-reserves <> '10'
                   display 'PG-RELEVE-PROPRIETAIRE - lecture'
                       ' reserves.dat impossible'
                   display 'code retour fichier : ' fs-reserves
                   move 1 to return-code
                   stop run
               end-if
               if fin-reserves or MRnumprop <> numprop-courant
                   move solde-reserve to montant-edit
                   move spaces to ligne-tampon
                   string '  Solde de la reserve : ' montant-edit
                       delimited by size into ligne-tampon
                   perform sortir-ligne
               end-if
           end-perform.

       sortir-ligne.
           if mode-imprime
               move ligne-tampon to ligne-impr
               write ligne-impr
               if fs-impression <> '00'
                   display 'PG-RELEVE-PROPRIETAIRE - ecriture'
                       ' releve-proprietaire.lst impossible'
                   display 'code retour fichier : ' fs-impression
                   move 1 to return-code
                   stop run
               end-if
           else
               display ligne-tampon
           end-if.

       end program pg-releve-proprietaire.
