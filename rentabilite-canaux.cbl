       program-id. pg-rentabilite-canaux.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access sequential
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-impression assign 'rentabilite-canaux.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-appart.
           copy appartement.

       fd f-factures.
           copy facture.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-resa pic xx.
       1 fs-appart pic xx.
       1 fs-factures pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 periode-demandee pic 9(6).
       1 annee-periode pic 9999.
       1 mois-periode pic 99.
       1 debut-annee pic 9(6).
       1 v-factures-dispo pic x value 'N'.
           88 factures-dispo value 'O' false 'N'.
       1 v-appart-dispo pic x value 'N'.
           88 appart-dispo value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-fact pic x value 'N'.
           88 fin-fact value 'O' false 'N'.
       1 v-saturee pic x value 'N'.
           88 table-saturee value 'O' false 'N'.
       1 source-resa pic x(8).
       1 ville-resa pic x(20).
       1 brut-resa pic 9(7)v99.
       1 avoirs-resa pic 9(7)v99.
       1 commission-resa pic 9(7)v99.
       1 nuits-resa pic 9(5).
       1 delai-resa pic 9(5).
       1 v-annulee pic x.
           88 resa-annulee value 'O' false 'N'.
      * Cumuls par canal (ville a blanc) et par canal et ville ;
      * periode 1 = mois demande, periode 2 = depuis janvier.
       1 nb-cumuls pic 9(4) value 0.
       1 tbl-cumuls occurs 1500 times.
           2 tc-source pic x(8).
           2 tc-ville pic x(20).
           2 tc-periode occurs 2 times.
               3 tc-resas pic 9(6).
               3 tc-annulees pic 9(6).
               3 tc-nuits pic 9(7).
               3 tc-delai pic 9(9).
               3 tc-nb-delai pic 9(6).
               3 tc-brut pic 9(9)v99.
               3 tc-avoirs pic 9(9)v99.
               3 tc-commission pic 9(9)v99.
       1 cx pic 9(4).
       1 cy pic 9(4).
       1 px pic 9.
       1 ville-cumul pic x(20).
       1 v-trouve pic x.
           88 cumul-trouve value 'O' false 'N'.
       1 actives pic 9(6).
       1 net-cumul pic s9(9)v99.
       1 taux-annul pic 999v9.
       1 delai-moyen pic 9(4).
       1 duree-moyenne pic 999v9.
       1 net-nuit pic s9(7)v99.
       1 resas-edit pic zzzz9.
       1 nuits-edit pic zzzzz9.
       1 taux-edit pic zz9.9.
       1 delai-edit pic zzzz9.
       1 duree-edit pic zz9.9.
       1 brut-edit pic z(8)9.
       1 avoirs-edit pic z(7)9.
       1 comm-edit pic z(7)9.
       1 net-edit pic -(8)9.
       1 net-nuit-edit pic -(5)9.
       1 tot-lues pic 9(6) value 0.
       1 tot-retenues pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Rentabilite et annulations par canal de vente (RSource, a
      * blanc pour les reservations prises a l'agence) sur le mois
      * demande (AAAAMM, argument 1, le mois precedent par defaut) et
      * depuis janvier. Une reservation compte dans le mois de son
      * arrivee ; sejours proprietaires exclus. Brut = factures en
      * euros, avoirs a part, commission partenaire au taux de la
      * reservation sur le brut net des avoirs, comme le releve des
      * commissions portail. Taux d'annulation sur les reservations
      * annulees ou entierement remboursees par avoir ; delai = jours
      * entre la creation et l'arrivee.
       procedure division.
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
           compute annee-periode = periode-demandee / 100
           compute debut-annee = annee-periode * 100 + 1

           open input f-resa
           if fs-resa = '35'
               display 'PG-RENTABILITE-CANAUX - pas de fichier'
                   ' resa.dat, rien a editer'
               stop run
           end-if
           if fs-resa <> '00'
               display 'PG-RENTABILITE-CANAUX - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
           open input f-appart
           if fs-appart = '00'
               set appart-dispo to true
           end-if
           open input f-factures
           if fs-factures = '00'
               set factures-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-RENTABILITE-CANAUX - ouverture'
                   ' rentabilite-canaux.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           read f-resa next record at end set fin-resa to true
           end-read
           perform until fin-resa
               compute tot-lues = tot-lues + 1
               if RType <> 'P'
                   and RDateArrivee(1:6) >= debut-annee
                   and RDateArrivee(1:6) <= periode-demandee
                   perform retenir-resa
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
               if fs-resa <> '00' and fs-resa <> '10'
                   display 'PG-RENTABILITE-CANAUX - lecture resa.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-resa
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           move 1 to px
           perform editer-periode
           move 2 to px
           perform editer-periode

           close f-resa
           if appart-dispo
               close f-appart
           end-if
           if factures-dispo
               close f-factures
           end-if
           close f-impression

           display 'PG-RENTABILITE-CANAUX - TOTAUX DE CONTROLE'
           display 'periode               : ' periode-demandee
           display 'reservations lues     : ' tot-lues
           display 'reservations retenues : ' tot-retenues
           display 'lignes canal/ville    : ' nb-cumuls
           if table-saturee
               move 1 to return-code
           end-if
           stop run.

       retenir-resa.
           compute tot-retenues = tot-retenues + 1
           if RSource = spaces
               move 'AGENCE' to source-resa
           else
               move RSource to source-resa
           end-if
           move spaces to ville-resa
           if appart-dispo
               move Rnumappart to Anumappart
               read f-appart key is Anumappart
                   invalid key continue
                   not invalid key move AVille to ville-resa
               end-read
           end-if
           perform calculer-brut
           if RStatut = 'A'
               or (brut-resa > 0 and avoirs-resa = brut-resa)
               set resa-annulee to true
           else
               set resa-annulee to false
           end-if
           compute nuits-resa =
               function integer-of-date(RDateDepart)
               - function integer-of-date(RDateArrivee)
           move 0 to delai-resa
           if RDateCreation > 0 and RDateCreation <= RDateArrivee
               compute delai-resa =
                   function integer-of-date(RDateArrivee)
                   - function integer-of-date(RDateCreation)
           end-if
           compute commission-resa rounded =
               (brut-resa - avoirs-resa) * RCommPartenaire / 100

           move spaces to ville-cumul
           perform chercher-cumul
           perform cumuler-resa
           if ville-resa <> spaces
               move ville-resa to ville-cumul
               perform chercher-cumul
               perform cumuler-resa
           end-if.

      * Factures et avoirs de la reservation, en euros ; un avoir
      * au-dela du facture (geste commercial) est ramene au facture.
       calculer-brut.
           move 0 to brut-resa
           move 0 to avoirs-resa
           if factures-dispo
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
                   if FTypeFact = 'A'
                       compute avoirs-resa = avoirs-resa + FMontantEUR
                   else
                       compute brut-resa = brut-resa + FMontantEUR
                   end-if
                   read f-factures next record at end
                       set fin-fact to true
                   end-read
               end-perform
           end-if
           if avoirs-resa > brut-resa
               move brut-resa to avoirs-resa
           end-if.

       chercher-cumul.
           set cumul-trouve to false
           move 0 to cx
           perform varying cy from 1 by 1
               until cy > nb-cumuls or cumul-trouve
               if tc-source(cy) = source-resa
                   and tc-ville(cy) = ville-cumul
                   set cumul-trouve to true
                   move cy to cx
               end-if
           end-perform
           if not cumul-trouve
               if nb-cumuls < 1500
                   compute nb-cumuls = nb-cumuls + 1
                   move nb-cumuls to cx
                   move source-resa to tc-source(cx)
                   move ville-cumul to tc-ville(cx)
                   perform varying px from 1 by 1 until px > 2
                       move 0 to tc-resas(cx, px)
                       move 0 to tc-annulees(cx, px)
                       move 0 to tc-nuits(cx, px)
                       move 0 to tc-delai(cx, px)
                       move 0 to tc-nb-delai(cx, px)
                       move 0 to tc-brut(cx, px)
                       move 0 to tc-avoirs(cx, px)
                       move 0 to tc-commission(cx, px)
                   end-perform
               else
                   if not table-saturee
                       set table-saturee to true
                       display 'PG-RENTABILITE-CANAUX - plus de 1500'
                           ' lignes canal/ville, etat incomplet'
                   end-if
               end-if
           end-if.

       cumuler-resa.
           if cx > 0
               move 2 to px
               perform cumuler-periode
               if RDateArrivee(1:6) = periode-demandee
                   move 1 to px
                   perform cumuler-periode
               end-if
           end-if.

       cumuler-periode.
           add 1 to tc-resas(cx, px)
           if resa-annulee
               add 1 to tc-annulees(cx, px)
           else
               add nuits-resa to tc-nuits(cx, px)
               if RDateCreation > 0
                   add delai-resa to tc-delai(cx, px)
                   add 1 to tc-nb-delai(cx, px)
               end-if
           end-if
           add brut-resa to tc-brut(cx, px)
           add avoirs-resa to tc-avoirs(cx, px)
           add commission-resa to tc-commission(cx, px).

       editer-periode.
           move '========================================'
               to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           if px = 1
               string 'RENTABILITE PAR CANAL - MOIS ' periode-demandee
                   delimited by size into ligne-tampon
           else
               string 'RENTABILITE PAR CANAL - CUMUL ' debut-annee
                   ' A ' periode-demandee
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-impr
           move 'Canal' to ligne-impr(1:5)
           move 'Resas Ann.%  Nuits Delai Duree' to ligne-impr(31:30)
           perform ecrire-ligne
           move spaces to ligne-impr
           move ' Brut EUR   Avoirs Commiss.   Net EUR Net/nt'
               to ligne-impr(31:44)
           perform ecrire-ligne
           perform varying cy from 1 by 1 until cy > nb-cumuls
               if tc-ville(cy) = spaces
                   move tc-source(cy) to ligne-tampon
                   perform editer-cumul
               end-if
           end-perform

           move spaces to ligne-impr
           perform ecrire-ligne
           move 'Par canal et par ville :' to ligne-impr
           perform ecrire-ligne
           perform varying cx from 1 by 1 until cx > nb-cumuls
               if tc-ville(cx) = spaces
                   perform varying cy from 1 by 1
                       until cy > nb-cumuls
                       if tc-source(cy) = tc-source(cx)
                           and tc-ville(cy) <> spaces
                           move spaces to ligne-tampon
                           string tc-source(cy) ' ' tc-ville(cy)
                               delimited by size into ligne-tampon
                           perform editer-cumul
                       end-if
                   end-perform
               end-if
           end-perform.

      * Deux lignes par cumul : activite puis rentabilite ; le
      * libelle (canal, ou canal et ville) est dans ligne-tampon.
       editer-cumul.
           compute actives = tc-resas(cy, px) - tc-annulees(cy, px)
           move 0 to taux-annul
           if tc-resas(cy, px) > 0
               compute taux-annul rounded =
                   tc-annulees(cy, px) * 100 / tc-resas(cy, px)
           end-if
           move 0 to delai-moyen
           if tc-nb-delai(cy, px) > 0
               compute delai-moyen rounded =
                   tc-delai(cy, px) / tc-nb-delai(cy, px)
           end-if
           move 0 to duree-moyenne
           if actives > 0
               compute duree-moyenne rounded =
                   tc-nuits(cy, px) / actives
           end-if
           compute net-cumul = tc-brut(cy, px) - tc-avoirs(cy, px)
               - tc-commission(cy, px)
           move 0 to net-nuit
           if tc-nuits(cy, px) > 0
               compute net-nuit rounded =
                   net-cumul / tc-nuits(cy, px)
           end-if

           move tc-resas(cy, px) to resas-edit
           move taux-annul to taux-edit
           move tc-nuits(cy, px) to nuits-edit
           move delai-moyen to delai-edit
           move duree-moyenne to duree-edit
           move spaces to ligne-impr
           move ligne-tampon(1:29) to ligne-impr(1:29)
           string resas-edit ' ' taux-edit ' ' nuits-edit ' '
               delai-edit ' ' duree-edit
               delimited by size into ligne-impr(31:30)
           perform ecrire-ligne

           move tc-brut(cy, px) to brut-edit
           move tc-avoirs(cy, px) to avoirs-edit
           move tc-commission(cy, px) to comm-edit
           move net-cumul to net-edit
           move net-nuit to net-nuit-edit
           move spaces to ligne-impr
           string brut-edit ' ' avoirs-edit ' ' comm-edit ' '
               net-edit ' ' net-nuit-edit
               delimited by size into ligne-impr(31:44)
           perform ecrire-ligne.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RENTABILITE-CANAUX - ecriture'
                   ' rentabilite-canaux.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-rentabilite-canaux.
