       program-id. pg-relogement.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-ot assign 'ot.dat'
           organization indexed
           access dynamic
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-relogements assign 'relogements.dat'
           organization indexed
           access dynamic
           record key RLcle
           file status fs-relogements.

           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-fact-compteur assign 'facture-cpt.dat'
           organization record sequential
           file status fs-fact-compteur.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access dynamic
           record key GLnumprop
           file status fs-livre.

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

           select f-lignes assign 'dossier-lignes.dat'
           organization indexed
           access dynamic
           record key DLcle
           file status fs-lignes.

           select f-impression assign 'relogements.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-appart.
           copy appartement.

       fd f-ot.
           copy ordre-travail.

       fd f-relogements.
           copy relogement.

       fd f-factures.
           copy facture.

       fd f-fact-compteur.
       1 fact-compteur-rec.
           2 fc-annee pic 9999.
           2 fc-prochain pic 9999.

       fd f-livre.
           copy grand-livre.

       fd f-paiements.
           copy paiement.

       fd f-lignes.
           copy dossier-ligne.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-resa pic xx.
       1 fs-appart pic xx.
       1 fs-ot pic xx.
       1 fs-relogements pic xx.
       1 fs-factures pic xx.
       1 fs-fact-compteur pic xx.
       1 fs-livre pic xx.
       1 fs-paiements pic xx.
       1 fs-lignes pic xx.
       1 fs-impression pic xx.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fonction-signon pic x value 'S'.
       1 operateur-courant pic x(8).
       1 date-jour pic 9(8).
       1 etat-periode pic x.
       1 numresa-saisi pic 9(6).
       1 numappart-saisi pic 9999.
       1 motif-saisi pic x(30).
       1 compensation-saisie pic 9(5)v99 value 0.
       1 v-confirme pic x.
           88 relogement-confirme value 'O' 'o'.
       1 v-trouve pic x value 'N'.
           88 resa-trouvee value 'O' false 'N'.
       1 v-appart-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 v-saisie-valide pic x value 'N'.
           88 saisie-valide value 'O' false 'N'.
       1 v-abandon pic x value 'N'.
           88 saisie-abandonnee value 'O' false 'N'.
       1 v-ot-dispo pic x value 'N'.
           88 ot-dispo value 'O' false 'N'.
       1 v-fin-ot pic x value 'N'.
           88 fin-ot value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-fact pic x value 'N'.
           88 fin-fact value 'O' false 'N'.
       1 v-fin-paiements pic x value 'N'.
           88 fin-paiements value 'O' false 'N'.
       1 v-fin-relogements pic x value 'N'.
           88 fin-relogements value 'O' false 'N'.
       1 v-occupe pic x.
           88 appart-occupe value 'O' false 'N'.
       1 v-mandat pic x.
           88 mandat-clos value 'O' false 'N'.
       1 fin-mandat pic 9(8).
       1 v-residence pic x.
           88 residence-depassee value 'O' false 'N'.
       1 annee-residence pic 9999.
       1 nuits-residence pic 9(5).
       1 v-documents pic x.
           88 documents-perimes value 'O' false 'N'.
       1 type-document pic x(4).
       1 expiration-document pic 9(8).
       1 v-livre-trouve pic x.
           88 livre-trouve value 'O' false 'N'.
       1 v-facturee pic x.
           88 sejour-facture value 'O' false 'N'.
       1 v-ligne-trouvee pic x.
           88 ligne-trouvee value 'O' false 'N'.
       1 resa-sauvee pic x(256).
      * Sejour d'origine
       1 ancien-numappart pic 9999.
       1 ancien-prop pic 9999.
       1 ecarts-dispo pic 9(5).
       1 ville-origine pic x(20).
       1 devise-origine pic x(3).
       1 arrivee-resa pic 9(8).
       1 depart-resa pic 9(8).
       1 nbpers-resa pic 99.
       1 nouveau-prop pic 9999.
      * Appartements libres proposes au guichet
       1 nl pic 99.
       1 nb-candidats pic 99 value 0.
       1 tbl-candidats occurs 10 times.
           2 tc-numappart pic 9999.
           2 tc-numprop pic 9999.
       1 cx pic 99.
       1 tx pic 99.
      * Facturation deja emise au nom de l'ancien proprietaire,
      * nette des avoirs, transferee telle quelle au nouveau : le
      * prix du locataire ne change pas.
       1 transfert-nuits pic 9(3).
       1 transfert-ht pic s9(7)v99.
       1 transfert-tva pic s9(7)v99.
       1 transfert-taxe pic s9(7)v99.
       1 transfert-ttc pic s9(7)v99.
       1 transfert-eur pic s9(7)v99.
       1 transfert-recu pic s9(9)v99.
       1 transfert-commission pic 9(7)v99.
       1 paiement-eur pic 9(7)v99.
       1 signe-fact pic s9 value +1.
      * Piece emise (avoir, facture de transfert, compensation)
       1 piece-type pic x.
       1 piece-prop pic 9999.
       1 piece-appart pic 9999.
       1 piece-nuits pic 9(3).
       1 piece-ht pic 9(7)v99.
       1 piece-tva pic 9(7)v99.
       1 piece-taxe pic 9(7)v99.
       1 piece-ttc pic 9(7)v99.
       1 piece-eur pic 9(7)v99.
       1 piece-devise pic x(3).
       1 numfact-origine pic 9(6).
       1 numfact-piece pic 9(6).
       1 numavoir-compensation pic 9(6) value 0.
       1 prochain-numfact pic 9(6) value 1.
       1 prochain-seq pic 9999 value 1.
       1 exercice-courant pic 9999.
       1 prefixe-exercice pic 9(6).
       1 code-retour-fact pic x.
       1 code-retour-conf pic x.
      * Mouvement a imputer au grand livre d'un proprietaire
       1 livre-prop pic 9999.
       1 livre-facture pic s9(9)v99.
       1 livre-recu pic s9(9)v99.
       1 livre-reverse pic s9(9)v99.
       1 categorie-tva pic x(10) value 'LOCATION'.
       1 taux-location pic 99v99.
       1 taux-devise pic 9(3)v9(6).
       1 rang-relogement pic 99.
       1 tot-pieces pic 9 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(6)9.99.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 12 'Relogement d''une reservation'.
       1 s-plg-numresa.
           2 line 4 col 3 'Numero de reservation : '.
           2 s-numresa line 4 col 27 pic 9(6) to numresa-saisi
               required.
       1 a-plg-nontrouvee.
           2 line 6 col 3 'Aucune reservation avec ce numero.'.
       1 a-plg-statut-interdit.
           2 line 6 col 3 'Reservation close, relogement refuse.'.
       1 a-plg-sejour-proprio.
           2 line 6 col 3 'Sejour proprietaire, relogement refuse.'.
       1 a-plg-entamee.
           2 line 6 col 3 'Facturation mensuelle entamee,'.
           2 line 6 col 34 'relogement refuse.'.
       1 a-plg-appart-inconnu.
           2 line 6 col 3 'Appartement d''origine absent de'.
           2 line 6 col 36 'appart.dat.'.
       1 a-plg-actuel.
           2 line 6 col 1 'Reservation :'.
           2 line 7 col 3 'Appartement : '.
           2 a-appart line 7 col 17 pic 9999 from ancien-numappart.
           2 line 7 col 25 'Ville : '.
           2 a-ville line 7 col 33 pic x(20) from ville-origine.
           2 line 8 col 3 'Sejour      : '.
           2 a-arrivee line 8 col 17 pic 9(8) from arrivee-resa.
           2 line 8 col 26 'au'.
           2 a-depart line 8 col 29 pic 9(8) from depart-resa.
           2 line 8 col 39 'Nb pers : '.
           2 a-nbpers line 8 col 49 pic 99 from nbpers-resa.
       1 a-plg-entete.
           2 line 10 col 1
               'Appart  Pieces Etage Pers TarifHT TarifBS Dev Vue'.
       1 a-plg-ligne.
           2 a-numappart line nl col 1 pic 9999 from Anumappart.
           2 a-nbpiece line nl col 9 pic 99 from Anbpiece.
           2 a-etage line nl col 17 pic 99 from AEtage.
           2 a-nbpersmax line nl col 23 pic 99 from ANbPersMax.
           2 a-tarifht line nl col 28 pic 9999 from AtarifHT.
           2 a-tarifbs line nl col 36 pic 9999 from AtarifBS.
           2 a-devise line nl col 44 pic x(3) from Adevise.
           2 a-vue line nl col 48 pic x(20) from Avue.
       1 a-plg-aucun.
           2 line 10 col 1 'Aucun appartement libre dans la ville'.
           2 line 10 col 39 'sur ces nuits.'.
       1 s-plg-choix.
           2 line 21 col 1 'Appartement (0 : abandon) : '.
           2 s-appart line 21 col 30 pic 9999 to numappart-saisi
               required.
           2 line 21 col 36 'Compensation EUR : '.
           2 s-compensation line 21 col 55 pic 9(5).99
               from compensation-saisie to compensation-saisie.
           2 line 22 col 1 'Motif : '.
           2 s-motif line 22 col 9 pic x(30) to motif-saisi
               required.
       1 a-plg-hors-liste.
           2 line 23 col 1 'Appartement absent de la liste proposee.'.
       1 a-plg-periode-close.
           2 line 23 col 1 'Periode comptable close, piece refusee.'.
       1 s-plg-confirmer.
           2 line 23 col 1 'Confirmer le relogement (O/N) : '.
           2 s-confirme line 23 col 34 pic x to v-confirme required.
       1 a-plg-abandon.
           2 line 24 col 1 'Relogement abandonne.'.
       1 a-plg-confirm.
           2 line 24 col 1 'Reservation relogee,'.
           2 line 24 col 22 'confirmation reeditee.'.
       1 a-plg-avoir.
           2 line 25 col 1 'Avoir de compensation, numero : '.
           2 a-numavoir line 25 col 33 pic 9(6)
               from numavoir-compensation.

       procedure division.
           accept date-jour from date yyyymmdd
           call 'pg-taux-tva' using categorie-tva date-jour
               taux-location end-call
           display a-plg-titre

           call 'pg-controle-acces' using fonction-signon
               operateur-courant end-call
           if operateur-courant = spaces
               display 'PG-RELOGEMENT - acces refuse'
               goback
           end-if

           display s-plg-numresa
           accept s-plg-numresa

           open i-o f-resa
           if fs-resa <> '00'
               display 'PG-RELOGEMENT - ouverture resa.dat impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           move numresa-saisi to Rnumresa
           read f-resa key is Rnumresa
               invalid key set resa-trouvee to false
               not invalid key set resa-trouvee to true
           end-read
           if not resa-trouvee
               display a-plg-nontrouvee
               close f-resa
               goback
           end-if
           if RStatut = 'A' or RStatut = 'N' or RStatut = 'T'
               display a-plg-statut-interdit
               close f-resa
               goback
           end-if
           if RType = 'P'
               display a-plg-sejour-proprio
               close f-resa
               goback
           end-if
      * Un long sejour deja facture au mois chez un proprietaire ne
      * change plus d'appartement (meme regle qu'en modification).
           if RFacturee <> 'O' and RFactureJusqua > RDateArrivee
               display a-plg-entamee
               close f-resa
               goback
           end-if
           set sejour-facture to false
           if RFacturee = 'O'
               set sejour-facture to true
           end-if
           move Rnumappart to ancien-numappart
           move RDateArrivee to arrivee-resa
           move RDateDepart to depart-resa
           move RNbPers to nbpers-resa

           open input f-appart
           if fs-appart <> '00'
               display 'PG-RELOGEMENT - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open input f-ot
           if fs-ot = '00'
               set ot-dispo to true
           end-if

           move ancien-numappart to Anumappart
           read f-appart key is Anumappart
               invalid key set appart-trouve to false
               not invalid key set appart-trouve to true
           end-read
           if not appart-trouve
               display a-plg-appart-inconnu
               perform fermer-fichiers
               goback
           end-if
           move Anumprop to ancien-prop
           move AVille to ville-origine
           move Adevise to devise-origine

           display a-plg-actuel
           perform lister-candidats
           if nb-candidats = 0
               display a-plg-aucun
               perform fermer-fichiers
               goback
           end-if

           set saisie-valide to false
           set saisie-abandonnee to false
           perform until saisie-valide or saisie-abandonnee
               display s-plg-choix
               accept s-plg-choix
               if numappart-saisi = 0
                   set saisie-abandonnee to true
               else
                   perform controler-choix
               end-if
           end-perform

           if saisie-abandonnee
               display a-plg-abandon
               perform fermer-fichiers
               goback
           end-if

           display s-plg-confirmer
           accept s-plg-confirmer
           if not relogement-confirme
               display a-plg-abandon
               perform fermer-fichiers
               goback
           end-if

           move numresa-saisi to Rnumresa
           read f-resa key is Rnumresa
               invalid key
                   display 'PG-RELOGEMENT - reservation ' Rnumresa
                       ' disparue pendant la saisie'
                   move 1 to return-code
                   stop run
           end-read
           move numappart-saisi to Rnumappart
           rewrite reservation
           if fs-resa <> '00'
               display 'PG-RELOGEMENT - reecriture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
      * Index des disponibilites : nuits rendues a l'appartement
      * d'origine, prises sur celui de relogement.
           call 'pg-maj-dispo' using ancien-numappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call
           call 'pg-maj-dispo' using Rnumappart RDateArrivee
               RDateDepart ecarts-dispo
           end-call

           perform ouvrir-impression
           perform imprimer-relogement

           open i-o f-factures
           if fs-factures = '35'
               open output f-factures
               close f-factures
               open i-o f-factures
           end-if
           if fs-factures <> '00'
               display 'PG-RELOGEMENT - ouverture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if
           perform ouvrir-livre
           perform chercher-facturation

           if nouveau-prop <> ancien-prop
               perform transferer-encaissements
               if sejour-facture
                   perform transferer-facturation
               end-if
           end-if
           if compensation-saisie > 0
               perform emettre-compensation
           end-if
           close f-livre
           close f-factures

           perform noter-relogement
           perform noter-evenement
           close f-impression
           perform fermer-fichiers

           call 'pg-edite-confirmation' using numresa-saisi
               code-retour-conf end-call

           display a-plg-confirm
           if numavoir-compensation > 0
               display a-plg-avoir
           end-if
           goback.

      * Appartements de la meme ville, assez grands, en service,
      * sans ordre de travaux bloquant ni reservation sur les
      * nuits du sejour (memes criteres que les disponibilites),
      * avec un mandat ouvert et des documents de conformite valides,
      * et sans depasser le plafond de nuits d'une residence
      * principale (memes controles qu'a la reservation).
       lister-candidats.
           move 0 to nb-candidats
           move 11 to nl
           move reservation to resa-sauvee
           set fin-appart to false
           move 0 to Anumappart
           start f-appart key is >= Anumappart
               invalid key set fin-appart to true
           end-start
           if not fin-appart
               read f-appart next record at end
                   set fin-appart to true
               end-read
           end-if
           perform until fin-appart or nb-candidats = 10
               if AVille = ville-origine
                   and Anumappart <> ancien-numappart
                   and ANbPersMax >= nbpers-resa
                   and (AStatut = 'A' or AStatut = ' ')
                   perform controler-occupation
                   if not appart-occupe
                       if nb-candidats = 0
                           display a-plg-entete
                       end-if
                       compute nb-candidats = nb-candidats + 1
                       move Anumappart to tc-numappart(nb-candidats)
                       move Anumprop to tc-numprop(nb-candidats)
                       display a-plg-ligne
                       compute nl = nl + 1
                   end-if
               end-if
               read f-appart next record at end
                   set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-RELOGEMENT - lecture appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           move resa-sauvee to reservation.

       controler-occupation.
           set appart-occupe to false
           if ot-dispo
               set fin-ot to false
               move Anumappart to OTnumappart
               start f-ot key is >= OTnumappart
                   invalid key set fin-ot to true
               end-start
               if not fin-ot
                   read f-ot next record at end set fin-ot to true
                   end-read
               end-if
               perform until fin-ot
                       or OTnumappart <> Anumappart
                       or appart-occupe
                   if OTStatut = 'O' and OTBloquant = 'O'
                       set appart-occupe to true
                   end-if
                   read f-ot next record at end set fin-ot to true
                   end-read
               end-perform
           end-if
           if not appart-occupe
               set fin-resa to false
               move Anumappart to Rnumappart
               start f-resa key is >= Rnumappart
                   invalid key set fin-resa to true
               end-start
               if not fin-resa
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-if
               perform until fin-resa
                       or Rnumappart <> Anumappart
                       or appart-occupe
                   if RStatut <> 'A'
                       and RDateArrivee < depart-resa
                       and RDateDepart > arrivee-resa
                       set appart-occupe to true
                   end-if
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-perform
           end-if
           if not appart-occupe
               call 'pg-mandat-ouvert' using Anumappart depart-resa
                   fin-mandat v-mandat
               end-call
               if mandat-clos
                   set appart-occupe to true
               end-if
           end-if
           if not appart-occupe
               call 'pg-documents-valides' using Anumappart
                   arrivee-resa depart-resa type-document
                   expiration-document v-documents
               end-call
               if documents-perimes
                   set appart-occupe to true
               end-if
           end-if
           if not appart-occupe and AResidencePrincipale = 'O'
               call 'pg-nuits-residence' using Anumappart
                   numresa-saisi arrivee-resa depart-resa
                   annee-residence nuits-residence v-residence
               end-call
               if residence-depassee
                   set appart-occupe to true
               end-if
           end-if.

       controler-choix.
           move 0 to cx
           perform varying tx from 1 by 1 until tx > nb-candidats
               if tc-numappart(tx) = numappart-saisi
                   move tx to cx
               end-if
           end-perform
           if cx = 0
               display a-plg-hors-liste
           else
               move tc-numprop(cx) to nouveau-prop
               move 'O' to etat-periode
               if compensation-saisie > 0
                   or (sejour-facture and nouveau-prop <> ancien-prop)
                   call 'pg-controle-periode' using date-jour
                       etat-periode end-call
               end-if
               if etat-periode = 'F'
                   display a-plg-periode-close
               else
                   set saisie-valide to true
               end-if
           end-if.

      * Facture d'origine du sejour et montant net deja facture a
      * l'ancien proprietaire (factures moins avoirs).
       chercher-facturation.
           move 0 to numfact-origine
           move 0 to transfert-nuits
           move 0 to transfert-ht
           move 0 to transfert-tva
           move 0 to transfert-taxe
           move 0 to transfert-ttc
           move 0 to transfert-eur
           move devise-origine to piece-devise
           set fin-fact to false
           move numresa-saisi to Fnumresa
           start f-factures key is >= Fnumresa
               invalid key set fin-fact to true
           end-start
           if not fin-fact
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-if
           perform until fin-fact or Fnumresa <> numresa-saisi
               if FTypeFact = 'F' and FNumFactOrigine = 0
                   move Fnumfact to numfact-origine
                   move FDevise to piece-devise
               end-if
               if Fnumprop = ancien-prop and Fnumprop > 0
                   if FTypeFact = 'A'
                       move -1 to signe-fact
                   else
                       move +1 to signe-fact
                       if FNbNuits > transfert-nuits
                           move FNbNuits to transfert-nuits
                       end-if
                   end-if
                   compute transfert-ht = transfert-ht
                       + signe-fact * FMontantHT
                   compute transfert-tva = transfert-tva
                       + signe-fact * FMontantTVA
                   compute transfert-taxe = transfert-taxe
                       + signe-fact * FTaxeSejour
                   compute transfert-ttc = transfert-ttc
                       + signe-fact * FMontantTTC
                   compute transfert-eur = transfert-eur
                       + signe-fact * FMontantEUR
               end-if
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-perform.

      * Avoir du net facture chez l'ancien proprietaire et facture
      * du meme montant chez celui qui heberge reellement le sejour ;
      * la commission partenaire suit le sejour. Une resa facturee
      * dans une facture groupee de dossier est transferee sur sa
      * ligne de dossier.
       transferer-facturation.
           if transfert-ttc > 0
               move 'A' to piece-type
               move ancien-prop to piece-prop
               move ancien-numappart to piece-appart
               perform preparer-piece-transfert
               perform emettre-piece
               move 'F' to piece-type
               move nouveau-prop to piece-prop
               move numappart-saisi to piece-appart
               perform preparer-piece-transfert
               perform emettre-piece

               move 0 to transfert-commission
               if RCommPartenaire > 0
                   compute transfert-commission rounded =
                       transfert-eur * RCommPartenaire / 100
               end-if
               move ancien-prop to livre-prop
               compute livre-facture = 0 - transfert-eur
               move 0 to livre-recu
               compute livre-reverse = 0 - transfert-commission
               perform ajuster-livre
               move nouveau-prop to livre-prop
               move transfert-eur to livre-facture
               move 0 to livre-recu
               move transfert-commission to livre-reverse
               perform ajuster-livre
           else
               if RNumDossier > 0
                   perform transferer-ligne-dossier
               end-if
           end-if.

       preparer-piece-transfert.
           move transfert-nuits to piece-nuits
           move transfert-ht to piece-ht
           move transfert-tva to piece-tva
           move transfert-taxe to piece-taxe
           move transfert-ttc to piece-ttc
           move transfert-eur to piece-eur.

       transferer-ligne-dossier.
           open i-o f-lignes
           if fs-lignes = '00'
               set ligne-trouvee to false
               move RNumDossier to DLnumdossier
               move numresa-saisi to DLnumresa
               read f-lignes key is DLcle
                   invalid key continue
                   not invalid key set ligne-trouvee to true
               end-read
               if ligne-trouvee and DLnumprop = ancien-prop
                   move nouveau-prop to DLnumprop
                   rewrite dossier-ligne
                   move 0 to transfert-commission
                   if RCommPartenaire > 0
                       compute transfert-commission rounded =
                           DLMontantEUR * RCommPartenaire / 100
                   end-if
                   move ancien-prop to livre-prop
                   compute livre-facture = 0 - DLMontantEUR
                   move 0 to livre-recu
                   compute livre-reverse = 0 - transfert-commission
                   perform ajuster-livre
                   move nouveau-prop to livre-prop
                   move DLMontantEUR to livre-facture
                   move 0 to livre-recu
                   move transfert-commission to livre-reverse
                   perform ajuster-livre
                   string 'Ligne dossier ' RNumDossier
                       ' transferee au proprietaire ' nouveau-prop
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   write ligne-impr
               end-if
               close f-lignes
           end-if.

      * Les encaissements deja imputes a l'ancien proprietaire pour
      * ce sejour (acomptes, reglements de facture) passent au
      * nouveau, au cours du jour de l'encaissement.
       transferer-encaissements.
           move 0 to transfert-recu
           open i-o f-paiements
           if fs-paiements = '00'
               set fin-paiements to false
               read f-paiements at end set fin-paiements to true
               end-read
               perform until fin-paiements
                   if PaiNumResa = numresa-saisi
                       and PaiNumProp = ancien-prop
                       call 'pg-taux-euro' using piece-devise PaiDate
                           taux-devise end-call
                       if taux-devise = 0
                           move 1 to taux-devise
                       end-if
                       compute paiement-eur rounded =
                           PaiMontant * taux-devise
                       compute transfert-recu =
                           transfert-recu + paiement-eur
                       move nouveau-prop to PaiNumProp
                       rewrite paiement
                       if fs-paiements <> '00'
                           display 'PG-RELOGEMENT - reecriture'
                               ' paiements.dat impossible'
                           display 'code retour fichier : '
                               fs-paiements
                           move 1 to return-code
                           stop run
                       end-if
                   end-if
                   read f-paiements at end set fin-paiements to true
                   end-read
               end-perform
               close f-paiements
           end-if
           if transfert-recu > 0
               move ancien-prop to livre-prop
               move 0 to livre-facture
               compute livre-recu = 0 - transfert-recu
               move 0 to livre-reverse
               perform ajuster-livre
               move nouveau-prop to livre-prop
               move 0 to livre-facture
               move transfert-recu to livre-recu
               move 0 to livre-reverse
               perform ajuster-livre
               move transfert-recu to montant-edit
               string 'Encaissements transferes : ' montant-edit
                   ' EUR' delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if.

      * Geste commercial accorde au locataire : avoir a la charge de
      * l'agence, sans proprietaire, donc sans effet sur les releves.
       emettre-compensation.
           move 'A' to piece-type
           move 0 to piece-prop
           move numappart-saisi to piece-appart
           move 0 to piece-nuits
           move compensation-saisie to piece-ttc
           move compensation-saisie to piece-eur
           compute piece-ht rounded =
               piece-ttc * 100 / (100 + taux-location)
           compute piece-tva = piece-ttc - piece-ht
           move 0 to piece-taxe
           move 'EUR' to piece-devise
           perform emettre-piece
           move numfact-piece to numavoir-compensation.

       emettre-piece.
           move date-jour(1:4) to exercice-courant
           compute prefixe-exercice =
               function mod(exercice-courant, 100) * 10000
           move 1 to prochain-seq
           open input f-fact-compteur
           if fs-fact-compteur = '00'
               read f-fact-compteur
                   at end continue
                   not at end
                       if fc-annee = exercice-courant
                           move fc-prochain to prochain-seq
                       end-if
               end-read
               close f-fact-compteur
           end-if
           compute prochain-numfact = prefixe-exercice + prochain-seq

           initialize facture
           move prochain-numfact to Fnumfact
           move prochain-numfact to numfact-piece
           move numresa-saisi to Fnumresa
           move piece-appart to Fnumappart
           move piece-prop to Fnumprop
           move date-jour to FDateFacture
           move piece-nuits to FNbNuits
           move piece-ht to FMontantHT
           move taux-location to FTauxTVA
           move piece-tva to FMontantTVA
           move piece-taxe to FTaxeSejour
           move piece-ttc to FMontantTTC
           move piece-eur to FMontantEUR
           move piece-devise to FDevise
           move piece-type to FTypeFact
           move numfact-origine to FNumFactOrigine
           move 0 to FNiveauRelance
           move 0 to FDateRelance
           move RNumDossier to FNumDossier
           write facture
           if fs-factures <> '00'
               display 'PG-RELOGEMENT - ecriture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if

           compute prochain-seq = prochain-seq + 1
           open output f-fact-compteur
           move exercice-courant to fc-annee
           move prochain-seq to fc-prochain
           write fact-compteur-rec
           close f-fact-compteur
           compute tot-pieces = tot-pieces + 1

           call 'pg-edite-facture' using numfact-piece
               code-retour-fact end-call

           move piece-ttc to montant-edit
           if piece-type = 'A'
               string 'Avoir No ' numfact-piece ' proprietaire '
                   piece-prop ' : ' montant-edit ' ' piece-devise
                   delimited by size into ligne-tampon
           else
               string 'Facture No ' numfact-piece ' proprietaire '
                   piece-prop ' : ' montant-edit ' ' piece-devise
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Mouvement signe sur le grand livre d'un proprietaire ; un
      * cumul ne descend pas sous zero.
       ajuster-livre.
           set livre-trouve to false
           move livre-prop to GLnumprop
           read f-livre key is GLnumprop
               invalid key continue
               not invalid key set livre-trouve to true
           end-read
           if not livre-trouve
               move livre-prop to GLnumprop
               move 0 to GLFacture
               move 0 to GLRecu
               move 0 to GLReverse
           end-if
           if GLFacture + livre-facture < 0
               display 'PG-RELOGEMENT - transfert superieur au solde'
                   ' facture du proprietaire ' GLnumprop
                   ', solde ramene a zero'
               move 0 to GLFacture
           else
               compute GLFacture = GLFacture + livre-facture
           end-if
           if GLRecu + livre-recu < 0
               move 0 to GLRecu
           else
               compute GLRecu = GLRecu + livre-recu
           end-if
           if GLReverse + livre-reverse < 0
               move 0 to GLReverse
           else
               compute GLReverse = GLReverse + livre-reverse
           end-if
           if livre-trouve
               rewrite grand-livre
           else
               write grand-livre
           end-if
           if fs-livre <> '00'
               display 'PG-RELOGEMENT - mise a jour grand-livre.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if.

       ouvrir-livre.
           open i-o f-livre
           if fs-livre = '35'
               open output f-livre
               close f-livre
               open i-o f-livre
           end-if
           if fs-livre <> '00'
               display 'PG-RELOGEMENT - ouverture grand-livre.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if.

       noter-relogement.
           open i-o f-relogements
           if fs-relogements = '35'
               open output f-relogements
               close f-relogements
               open i-o f-relogements
           end-if
           if fs-relogements <> '00'
               display 'PG-RELOGEMENT - ouverture relogements.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-relogements
               move 1 to return-code
               stop run
           end-if
           move 0 to rang-relogement
           set fin-relogements to false
           move numresa-saisi to RLnumresa
           move 0 to RLrang
           start f-relogements key is >= RLcle
               invalid key set fin-relogements to true
           end-start
           if not fin-relogements
               read f-relogements next record at end
                   set fin-relogements to true
               end-read
           end-if
           perform until fin-relogements
                   or RLnumresa <> numresa-saisi
               move RLrang to rang-relogement
               read f-relogements next record at end
                   set fin-relogements to true
               end-read
           end-perform

           move numresa-saisi to RLnumresa
           compute RLrang = rang-relogement + 1
           move date-jour to RLDate
           move ancien-numappart to RLAncienAppart
           move numappart-saisi to RLNouvelAppart
           move ancien-prop to RLAncienProp
           move nouveau-prop to RLNouveauProp
           move motif-saisi to RLMotif
           move operateur-courant to RLOperateur
           move compensation-saisie to RLCompensation
           move numavoir-compensation to RLNumAvoir
           write relogement
           if fs-relogements <> '00'
               display 'PG-RELOGEMENT - ecriture relogements.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-relogements
               move 1 to return-code
               stop run
           end-if
           close f-relogements.

       ouvrir-impression.
           open extend f-impression
           if fs-impression = '35'
               open output f-impression
           end-if
           if fs-impression <> '00'
               display 'PG-RELOGEMENT - ouverture relogements.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       imprimer-relogement.
           move '========================================'
               to ligne-impr
           write ligne-impr
           string 'RELOGEMENT RESA No ' numresa-saisi ' du '
               date-jour ' par ' operateur-courant
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           string 'Sejour du ' arrivee-resa ' au ' depart-resa ' '
               nbpers-resa ' pers.'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           string 'Appart ' ancien-numappart ' (prop. ' ancien-prop
               ') -> appart ' numappart-saisi ' (prop. '
               nouveau-prop ')'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           string 'Motif : ' motif-saisi
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RELOGEMENT - ecriture relogements.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       noter-evenement.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           if fs-evenements = '00'
               move spaces to evenement-rec
               string ev-date ' ' ev-heure ' PG-RELOGEMENT'
                   ' resa=' numresa-saisi
                   ' appart=' ancien-numappart '>' numappart-saisi
                   ' motif=' motif-saisi
                   ' avoir=' numavoir-compensation
                   ' op=' operateur-courant
                   delimited by size into evenement-rec
               write evenement-rec
               close f-evenements
           end-if.

       fermer-fichiers.
           close f-resa
           close f-appart
           if ot-dispo
               close f-ot
           end-if.

       end program pg-relogement.
