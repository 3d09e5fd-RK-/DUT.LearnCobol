       program-id. pg-transfert-appart.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-proprio assign 'proprio.dat'
           organization indexed
           access dynamic
           record key Pnumprop
           alternate key PCleDup with duplicates
           file status fs-proprio.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-copro assign 'coproprietes.dat'
           organization indexed
           access dynamic
           record key CPcle
           file status fs-copro.

           select f-mutations assign 'mutations.dat'
           organization indexed
           access dynamic
           record key MUcle
           file status fs-mutations.

           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access dynamic
           record key GLnumprop
           file status fs-livre.

           select f-echeances assign 'echeances.dat'
           organization indexed
           access dynamic
           record key ECcle
           file status fs-echeances.

           select f-cles assign 'cles-appart.dat'
           organization indexed
           access dynamic
           record key CLcle
           file status fs-cles.

           select f-impression assign 'transferts-appart.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-proprio.
           copy proprio.

       fd f-mandats.
           copy mandat.

       fd f-copro.
           copy copropriete.

       fd f-mutations.
           copy mutation.

       fd f-resa.
           copy reservation.

       fd f-paiements.
           copy paiement.

       fd f-livre.
           copy grand-livre.

       fd f-echeances.
           copy echeance.

       fd f-cles.
           copy cle-appart.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-proprio pic xx.
       1 fs-mandats pic xx.
       1 fs-copro pic xx.
       1 fs-mutations pic xx.
       1 fs-resa pic xx.
       1 fs-paiements pic xx.
       1 fs-livre pic xx.
       1 fs-echeances pic xx.
       1 fs-cles pic xx.
       1 fs-impression pic xx.
       1 fonction-maj pic x value 'M'.
       1 operateur-courant pic x(8).
       1 date-jour pic 9(8).
       1 etat-periode pic x.
       1 numappart-saisi pic 9999.
       1 nouveau-prop pic 9999.
       1 date-effet pic 9(8).
       1 v-confirme pic x.
           88 transfert-confirme value 'O' 'o'.
       1 v-appart-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 v-proprio-trouve pic x.
           88 proprio-trouve value 'O' false 'N'.
       1 v-mandat-valide pic x.
           88 mandat-valide value 'O' false 'N'.
       1 v-copro-presente pic x.
           88 copro-presente value 'O' false 'N'.
       1 v-fin-mutations pic x value 'N'.
           88 fin-mutations value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-paiements pic x value 'N'.
           88 fin-paiements value 'O' false 'N'.
       1 v-fin-echeances pic x value 'N'.
           88 fin-echeances value 'O' false 'N'.
       1 v-fin-cles pic x value 'N'.
           88 fin-cles value 'O' false 'N'.
       1 v-livre-trouve pic x.
           88 livre-trouve value 'O' false 'N'.
       1 v-paiements-dispo pic x value 'N'.
           88 paiements-dispo value 'O' false 'N'.
      * Appartement et parties a la cession
       1 ancien-prop pic 9999.
       1 ville-appart pic x(20).
       1 devise-appart pic x(3).
       1 nom-cedant pic x(41).
       1 nom-acquereur pic x(41).
       1 mandat-debut pic 9(8).
       1 mandat-fin pic 9(8).
       1 derniere-mutation pic 9(8).
       1 resa-deja-facturee pic 9(6).
      * Reservations dont des nuits tombent apres la date d'effet
       1 nb-reprises pic 999 value 0.
       1 tbl-reprises occurs 200 times.
           2 tr-numresa pic 9(6).
           2 tr-type pic x.
           2 tr-arrivee pic 9(8).
           2 tr-depart pic 9(8).
           2 tr-nuits-cedant pic 9(3).
           2 tr-nuits-acquereur pic 9(3).
           2 tr-acompte pic 9(7)v99.
       1 nb-ignorees pic 999 value 0.
       1 rx pic 999.
       1 px pic 9.
       1 repartition-sejour.
           2 rs-nb-parts pic 9.
           2 rs-part occurs 5 times.
               3 rs-part-prop pic 9999.
               3 rs-part-nuits pic 9(3).
      * Acomptes deja encaisses, repris par l'acquereur au prorata
      * de ses nuits
       1 paiement-eur pic 9(7)v99.
       1 part-acquereur pic 9(7)v99.
       1 transfert-recu pic 9(9)v99 value 0.
       1 taux-devise pic 9(3)v9(6).
       1 livre-prop pic 9999.
       1 livre-recu pic s9(9)v99.
      * Journal des modifications
       1 cle-journal-type pic x.
       1 cle-journal pic 9999.
       1 champ-journal pic x(12).
       1 ancien-journal pic x(30).
       1 nouveau-journal pic x(30).
      * Proces-verbal, edite une fois pour chaque partie
       1 nb-lignes-pv pic 999 value 0.
       1 tbl-pv occurs 400 times.
           2 tp-ligne pic x(80).
       1 lx pic 999.
       1 exemplaire pic x(10).
       1 ligne-tampon pic x(80).
       1 date-a-editer pic 9(8).
       1 date-edit pic x(10).
       1 date-edit2 pic x(10).
       1 date-effet-edit pic x(10).
       1 montant-edit pic z(6)9.99.
       1 montant-edit2 pic z(6)9.99.
       1 nuits-edit pic zz9.
       1 nuits-edit2 pic zz9.
       1 nb-edit pic z9.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Transfert d''un appartement a un nouveau'.
           2 line 2 col 51 'proprietaire'.
       1 s-plg-saisie.
           2 line 4 col 3 'Appartement              : '.
           2 s-numappart line 4 col 30 pic 9999 to numappart-saisi
               required.
           2 line 5 col 3 'Nouveau proprietaire     : '.
           2 s-nouveau line 5 col 30 pic 9999 to nouveau-prop
               required.
           2 line 6 col 3 'Date d''effet (AAAAMMJJ)  : '.
           2 s-date-effet line 6 col 30 pic 9(8) to date-effet
               required.
       1 a-plg-actuel.
           2 line 8 col 3 'Cedant    : '.
           2 a-ancien line 8 col 15 pic 9999 from ancien-prop.
           2 a-nom-cedant line 8 col 21 pic x(41) from nom-cedant.
           2 line 9 col 3 'Acquereur : '.
           2 a-nouveau line 9 col 15 pic 9999 from nouveau-prop.
           2 a-nom-acquereur line 9 col 21 pic x(41)
               from nom-acquereur.
           2 line 10 col 3 'Mandat    : '.
           2 a-mandat-debut line 10 col 15 pic 9(8)
               from mandat-debut.
           2 line 10 col 24 'au'.
           2 a-mandat-fin line 10 col 27 pic 9(8) from mandat-fin.
           2 line 11 col 3 'Reservations reprises : '.
           2 a-reprises line 11 col 27 pic zz9 from nb-reprises.
       1 a-plg-appart-inconnu.
           2 line 13 col 3 'Appartement inconnu.'.
       1 a-plg-proprio-inconnu.
           2 line 13 col 3 'Nouveau proprietaire inconnu ou deja'.
           2 line 13 col 40 'proprietaire de l''appartement.'.
       1 a-plg-sans-mandat.
           2 line 13 col 3 'Aucun mandat du nouveau proprietaire'.
           2 line 13 col 40 'a la date d''effet.'.
       1 a-plg-copro.
           2 line 13 col 3 'Appartement en copropriete : modifier'.
           2 line 13 col 41 'les quotes-parts.'.
       1 a-plg-date-invalide.
           2 line 13 col 3 'Date d''effet invalide ou anterieure'.
           2 line 13 col 39 'a une mutation deja saisie.'.
       1 a-plg-deja-facturee.
           2 line 13 col 3 'Sejour deja facture apres la date'.
           2 line 13 col 37 'd''effet, resa '.
           2 a-resa-facturee line 13 col 52 pic 9(6)
               from resa-deja-facturee.
       1 a-plg-periode-close.
           2 line 13 col 3 'Periode comptable close, transfert'.
           2 line 13 col 38 'refuse.'.
       1 s-plg-confirmer.
           2 line 15 col 3 'Confirmer le transfert (O/N) : '.
           2 s-confirme line 15 col 34 pic x to v-confirme required.
       1 a-plg-abandon.
           2 line 17 col 3 'Transfert abandonne.'.
       1 a-plg-confirm.
           2 line 17 col 3 'Transfert enregistre, proces-verbal'.
           2 line 17 col 39 'dans transferts-appart.lst.'.

      * Vente d'un appartement a un autre proprietaire : la mutation
      * (mutations.dat) date le changement de proprietaire. Les nuits
      * a partir de la date d'effet, les couts d'OT et les acomptes
      * des sejours a venir passent a l'acquereur ; les nuits
      * anterieures restent au cedant (pg-proprio-sejour). Echeances,
      * cles et reservations suivent l'appartement et figurent au
      * proces-verbal remis aux deux parties.
       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre

           call 'pg-controle-acces' using fonction-maj
               operateur-courant end-call
           if operateur-courant = spaces
               display 'PG-TRANSFERT-APPART - acces refuse'
               goback
           end-if

           display s-plg-saisie
           accept s-plg-saisie

           open i-o f-appart
           if fs-appart <> '00'
               display 'PG-TRANSFERT-APPART - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           open input f-proprio
           if fs-proprio <> '00'
               display 'PG-TRANSFERT-APPART - ouverture proprio.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-proprio
               move 1 to return-code
               stop run
           end-if
           open input f-resa
           if fs-resa <> '00'
               display 'PG-TRANSFERT-APPART - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           move numappart-saisi to Anumappart
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
           move AVille to ville-appart
           move Adevise to devise-appart

           move ancien-prop to Pnumprop
           perform lire-proprio
           move ligne-tampon to nom-cedant
           move nouveau-prop to Pnumprop
           perform lire-proprio
           move ligne-tampon to nom-acquereur
           if not proprio-trouve or nouveau-prop = ancien-prop
               display a-plg-proprio-inconnu
               perform fermer-fichiers
               goback
           end-if

           if function test-date-yyyymmdd(date-effet) <> 0
               display a-plg-date-invalide
               perform fermer-fichiers
               goback
           end-if

           perform controler-mandat
           if not mandat-valide
               display a-plg-sans-mandat
               perform fermer-fichiers
               goback
           end-if

           perform controler-copro
           if copro-presente
               display a-plg-copro
               perform fermer-fichiers
               goback
           end-if

           perform chercher-derniere-mutation
           if date-effet <= derniere-mutation
               display a-plg-date-invalide
               perform fermer-fichiers
               goback
           end-if

           perform relever-reservations
           if resa-deja-facturee > 0
               display a-plg-deja-facturee
               perform fermer-fichiers
               goback
           end-if

           call 'pg-controle-periode' using date-jour etat-periode
               end-call
           if etat-periode = 'F'
               display a-plg-periode-close
               perform fermer-fichiers
               goback
           end-if

           display a-plg-actuel
           display s-plg-confirmer
           accept s-plg-confirmer
           if not transfert-confirme
               display a-plg-abandon
               perform fermer-fichiers
               goback
           end-if

           perform ecrire-mutation
           perform changer-proprietaire
           perform noter-journal
           perform repartir-reprises
           perform transferer-acomptes

           perform preparer-proces-verbal
           perform imprimer-proces-verbal

           perform fermer-fichiers
           display a-plg-confirm
           goback.

       lire-proprio.
           move spaces to ligne-tampon
           read f-proprio key is Pnumprop
               invalid key set proprio-trouve to false
               not invalid key
                   set proprio-trouve to true
                   string function trim(PNomProp) ' '
                       function trim(PPrenomProp)
                       delimited by size into ligne-tampon
           end-read.

      * Le mandat de l'acquereur doit etre en place avant la
      * mutation et couvrir la date d'effet.
       controler-mandat.
           set mandat-valide to false
           move 0 to mandat-debut
           move 0 to mandat-fin
           open input f-mandats
           if fs-mandats = '00'
               move nouveau-prop to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key continue
                   not invalid key
                       move MDDateDebut to mandat-debut
                       move MDDateFin to mandat-fin
                       if MDDateDebut <= date-effet
                           and (MDDateFin = 0
                           or MDDateFin >= date-effet)
                           set mandat-valide to true
                       end-if
               end-read
               close f-mandats
           end-if.

      * Un appartement en copropriete change de mains par ses
      * quotes-parts (pg-maj-copro), pas par une mutation.
       controler-copro.
           set copro-presente to false
           open input f-copro
           if fs-copro = '00'
               move numappart-saisi to CPnumappart
               move 0 to CPnumprop
               start f-copro key is >= CPcle
                   invalid key continue
                   not invalid key
                       read f-copro next record
                           at end continue
                           not at end
                               if CPnumappart = numappart-saisi
                                   set copro-presente to true
                               end-if
                       end-read
               end-start
               close f-copro
           end-if.

       chercher-derniere-mutation.
           move 0 to derniere-mutation
           open input f-mutations
           if fs-mutations = '00'
               set fin-mutations to false
               move numappart-saisi to MUnumappart
               move 0 to MUDateEffet
               start f-mutations key is >= MUcle
                   invalid key set fin-mutations to true
               end-start
               if not fin-mutations
                   read f-mutations next record at end
                       set fin-mutations to true
                   end-read
               end-if
               perform until fin-mutations
                       or MUnumappart <> numappart-saisi
                   move MUDateEffet to derniere-mutation
                   read f-mutations next record at end
                       set fin-mutations to true
                   end-read
               end-perform
               close f-mutations
           end-if.

      * Reservations non annulees ayant des nuits a partir de la
      * date d'effet. Une nuit deja facturee ne se reprend pas : la
      * mutation doit alors porter une date d'effet posterieure.
       relever-reservations.
           move 0 to nb-reprises
           move 0 to resa-deja-facturee
           set fin-resa to false
           move numappart-saisi to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa or Rnumappart <> numappart-saisi
               if RStatut <> 'A' and RDateDepart > date-effet
                   if RType <> 'P'
                       and (RFacturee = 'O'
                       or (RFactureJusqua > RDateArrivee
                       and RFactureJusqua > date-effet))
                       move Rnumresa to resa-deja-facturee
                   else if nb-reprises < 200
                       compute nb-reprises = nb-reprises + 1
                       move Rnumresa to tr-numresa(nb-reprises)
                       move RType to tr-type(nb-reprises)
                       move RDateArrivee to tr-arrivee(nb-reprises)
                       move RDateDepart to tr-depart(nb-reprises)
                       move 0 to tr-nuits-cedant(nb-reprises)
                       move 0 to tr-nuits-acquereur(nb-reprises)
                       move 0 to tr-acompte(nb-reprises)
                   else
                       compute nb-ignorees = nb-ignorees + 1
                   end-if
                   end-if
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
           end-perform.

       ecrire-mutation.
           open i-o f-mutations
           if fs-mutations = '35'
               open output f-mutations
               close f-mutations
               open i-o f-mutations
           end-if
           if fs-mutations <> '00'
               display 'PG-TRANSFERT-APPART - ouverture mutations.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-mutations
               move 1 to return-code
               stop run
           end-if
           move numappart-saisi to MUnumappart
           move date-effet to MUDateEffet
           move ancien-prop to MUAncienProp
           move nouveau-prop to MUNouveauProp
           move date-jour to MUDateSaisie
           move operateur-courant to MUOperateur
           write mutation
           if fs-mutations <> '00'
               display 'PG-TRANSFERT-APPART - ecriture mutations.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-mutations
               move 1 to return-code
               stop run
           end-if
           close f-mutations.

      * L'appartement est rattache a l'acquereur des la saisie ; les
      * nuits anterieures a la date d'effet restent au cedant par la
      * mutation.
       changer-proprietaire.
           move numappart-saisi to Anumappart
           read f-appart key is Anumappart
               invalid key
                   display 'PG-TRANSFERT-APPART - appartement '
                       Anumappart ' disparu pendant la saisie'
                   move 1 to return-code
                   stop run
           end-read
           move nouveau-prop to Anumprop
           rewrite appartement
           if fs-appart <> '00'
               display 'PG-TRANSFERT-APPART - reecriture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if.

       noter-journal.
           move 'A' to cle-journal-type
           move numappart-saisi to cle-journal
           move 'PROPRIETAIRE' to champ-journal
           move ancien-prop to ancien-journal
           move nouveau-prop to nouveau-journal
           perform ecrire-journal
           move 'P' to cle-journal-type
           move ancien-prop to cle-journal
           move 'CESSION' to champ-journal
           move numappart-saisi to ancien-journal
           move date-effet to nouveau-journal
           perform ecrire-journal
           move nouveau-prop to cle-journal
           move 'ACQUISITION' to champ-journal
           perform ecrire-journal.

       ecrire-journal.
           call 'pg-journal-maj' using cle-journal-type cle-journal
               champ-journal ancien-journal nouveau-journal
               operateur-courant end-call.

      * Nuits de chaque partie sur les reservations reprises, d'apres
      * la mutation qui vient d'etre ecrite.
       repartir-reprises.
           perform varying rx from 1 by 1 until rx > nb-reprises
               call 'pg-proprio-sejour' using numappart-saisi
                   tr-arrivee(rx) tr-depart(rx) nouveau-prop
                   repartition-sejour end-call
               perform varying px from 1 by 1 until px > rs-nb-parts
                   if rs-part-prop(px) = ancien-prop
                       compute tr-nuits-cedant(rx) =
                           tr-nuits-cedant(rx) + rs-part-nuits(px)
                   else
                       compute tr-nuits-acquereur(rx) =
                           tr-nuits-acquereur(rx) + rs-part-nuits(px)
                   end-if
               end-perform
           end-perform.

      * Acomptes encaisses au nom du cedant sur les reservations
      * reprises : un sejour entierement posterieur passe a
      * l'acquereur (paiement rattache a lui, comme au relogement),
      * un sejour a cheval lui transfere la part de ses nuits au
      * grand livre ; la facture de depart sera repartie de meme.
       transferer-acomptes.
           move 0 to transfert-recu
           if nb-reprises > 0
               open i-o f-paiements
               if fs-paiements = '00'
                   set paiements-dispo to true
               end-if
           end-if
           if paiements-dispo
               set fin-paiements to false
               read f-paiements at end set fin-paiements to true
               end-read
               perform until fin-paiements
                   if PaiNumProp = ancien-prop
                       and PaiDateRembourse = 0
                       perform reprendre-paiement
                   end-if
                   read f-paiements at end set fin-paiements to true
                   end-read
               end-perform
               close f-paiements
           end-if
           if transfert-recu > 0
               perform ouvrir-livre
               move ancien-prop to livre-prop
               compute livre-recu = 0 - transfert-recu
               perform ajuster-livre
               move nouveau-prop to livre-prop
               move transfert-recu to livre-recu
               perform ajuster-livre
               close f-livre
           end-if.

       reprendre-paiement.
           perform varying rx from 1 by 1 until rx > nb-reprises
               if tr-numresa(rx) = PaiNumResa
                   and tr-type(rx) <> 'P'
                   and tr-nuits-acquereur(rx) > 0
                   call 'pg-taux-euro' using devise-appart PaiDate
                       taux-devise end-call
                   if taux-devise = 0
                       move 1 to taux-devise
                   end-if
                   compute paiement-eur rounded =
                       PaiMontant * taux-devise
                   if tr-nuits-cedant(rx) = 0
                       move paiement-eur to part-acquereur
                       move nouveau-prop to PaiNumProp
                       rewrite paiement
                       if fs-paiements <> '00'
                           display 'PG-TRANSFERT-APPART - reecriture'
                               ' paiements.dat impossible'
                           display 'code retour fichier : '
                               fs-paiements
                           move 1 to return-code
                           stop run
                       end-if
                   else
                       compute part-acquereur rounded = paiement-eur
                           * tr-nuits-acquereur(rx)
                           / (tr-nuits-cedant(rx)
                           + tr-nuits-acquereur(rx))
                   end-if
                   compute tr-acompte(rx) =
                       tr-acompte(rx) + part-acquereur
                   compute transfert-recu =
                       transfert-recu + part-acquereur
               end-if
           end-perform.

       ouvrir-livre.
           open i-o f-livre
           if fs-livre = '35'
               open output f-livre
               close f-livre
               open i-o f-livre
           end-if
           if fs-livre <> '00'
               display 'PG-TRANSFERT-APPART - ouverture'
                   ' grand-livre.dat impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if.

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
           if GLRecu + livre-recu < 0
               display 'PG-TRANSFERT-APPART - transfert superieur au'
                   ' solde encaisse du proprietaire ' GLnumprop
                   ', solde ramene a zero'
               move 0 to GLRecu
           else
               compute GLRecu = GLRecu + livre-recu
           end-if
           if livre-trouve
               rewrite grand-livre
           else
               write grand-livre
           end-if
           if fs-livre <> '00'
               display 'PG-TRANSFERT-APPART - mise a jour'
                   ' grand-livre.dat impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if.

      * Proces-verbal de remise : parties, reservations reprises,
      * echeances restant dues et cles en circulation.
       preparer-proces-verbal.
           move 0 to nb-lignes-pv
           move date-effet to date-a-editer
           perform editer-date
           move date-edit to date-effet-edit
           move spaces to ligne-tampon
           string 'Appartement ' numappart-saisi ' - '
               function trim(ville-appart)
               ' - date d''effet ' date-effet-edit
               delimited by size into ligne-tampon
           perform ajouter-ligne-pv
           move date-jour to date-a-editer
           perform editer-date
           move spaces to ligne-tampon
           string 'Saisi le ' date-edit ' par ' operateur-courant
               delimited by size into ligne-tampon
           perform ajouter-ligne-pv
           move spaces to ligne-tampon
           string 'Cedant    : ' ancien-prop ' ' nom-cedant
               delimited by size into ligne-tampon
           perform ajouter-ligne-pv
           move mandat-debut to date-a-editer
           perform editer-date
           move date-edit to date-edit2
           move spaces to ligne-tampon
           string 'Acquereur : ' nouveau-prop ' ' nom-acquereur
               delimited by size into ligne-tampon
           perform ajouter-ligne-pv
           move mandat-fin to date-a-editer
           perform editer-date
           move spaces to ligne-tampon
           if mandat-fin = 0
               string '            mandat du ' date-edit2
                   ', sans terme'
                   delimited by size into ligne-tampon
           else
               string '            mandat du ' date-edit2 ' au '
                   date-edit
                   delimited by size into ligne-tampon
           end-if
           perform ajouter-ligne-pv

           move spaces to ligne-tampon
           perform ajouter-ligne-pv
           move 'RESERVATIONS REPRISES' to ligne-tampon
           perform ajouter-ligne-pv
           move '  Resa   Arrivee    Depart     Nuits ced/acq'
               to ligne-tampon
           move 'Acompte repris' to ligne-tampon(50:14)
           perform ajouter-ligne-pv
           if nb-reprises = 0
               move '  aucune' to ligne-tampon
               perform ajouter-ligne-pv
           end-if
           perform varying rx from 1 by 1 until rx > nb-reprises
               perform ligne-reprise
           end-perform
           if nb-ignorees > 0
               move spaces to ligne-tampon
               string '  ... et ' nb-ignorees ' autres reservations'
                   delimited by size into ligne-tampon
               perform ajouter-ligne-pv
           end-if
           move transfert-recu to montant-edit
           move spaces to ligne-tampon
           string '  Total des acomptes repris par l''acquereur : '
               montant-edit
               delimited by size into ligne-tampon
           perform ajouter-ligne-pv

           move spaces to ligne-tampon
           perform ajouter-ligne-pv
           move 'ECHEANCES RESTANT DUES' to ligne-tampon
           perform ajouter-ligne-pv
           move '  Resa   Rang Echeance       Montant      Regle St'
               to ligne-tampon
           perform ajouter-ligne-pv
           open input f-echeances
           if fs-echeances = '00'
               perform varying rx from 1 by 1 until rx > nb-reprises
                   perform lister-echeances
               end-perform
               close f-echeances
           end-if

           move spaces to ligne-tampon
           perform ajouter-ligne-pv
           move 'CLES ET CODES D''ACCES REMIS' to ligne-tampon
           perform ajouter-ligne-pv
           move '  Jeu Type Nb Statut Detenteur' to ligne-tampon
           perform ajouter-ligne-pv
           open input f-cles
           if fs-cles = '00'
               perform lister-cles
               close f-cles
           end-if

           move spaces to ligne-tampon
           perform ajouter-ligne-pv
           move 'Le cedant :' to ligne-tampon
           move 'L''acquereur :' to ligne-tampon(41:13)
           perform ajouter-ligne-pv.

       ligne-reprise.
           move tr-arrivee(rx) to date-a-editer
           perform editer-date
           move date-edit to date-edit2
           move tr-depart(rx) to date-a-editer
           perform editer-date
           move tr-nuits-cedant(rx) to nuits-edit
           move tr-nuits-acquereur(rx) to nuits-edit2
           move tr-acompte(rx) to montant-edit
           move spaces to ligne-tampon
           string '  ' tr-numresa(rx) ' ' date-edit2 ' ' date-edit
               ' ' nuits-edit '/' nuits-edit2
               delimited by size into ligne-tampon
           if tr-type(rx) = 'P'
               move 'sejour proprio' to ligne-tampon(50:14)
           else
               move montant-edit to ligne-tampon(50:10)
           end-if
           perform ajouter-ligne-pv.

       lister-echeances.
           set fin-echeances to false
           move tr-numresa(rx) to ECnumresa
           move 0 to ECrang
           start f-echeances key is >= ECcle
               invalid key set fin-echeances to true
           end-start
           if not fin-echeances
               read f-echeances next record at end
                   set fin-echeances to true
               end-read
           end-if
           perform until fin-echeances
                   or ECnumresa <> tr-numresa(rx)
               if ECStatut <> 'S'
                   move ECDateEcheance to date-a-editer
                   perform editer-date
                   move ECMontant to montant-edit
                   move ECMontantRegle to montant-edit2
                   move spaces to ligne-tampon
                   string '  ' ECnumresa ' ' ECrang '   ' date-edit
                       ' ' montant-edit ' ' montant-edit2 ' '
                       ECStatut
                       delimited by size into ligne-tampon
                   perform ajouter-ligne-pv
               end-if
               read f-echeances next record at end
                   set fin-echeances to true
               end-read
           end-perform.

      * Jeux physiques et codes d'acces actifs, comme a l'ecran des
      * cles.
       lister-cles.
           set fin-cles to false
           move numappart-saisi to CLnumappart
           move 0 to CLjeu
           move 0 to CLnumresa
           start f-cles key is >= CLcle
               invalid key set fin-cles to true
           end-start
           if not fin-cles
               read f-cles next record at end set fin-cles to true
               end-read
           end-if
           perform until fin-cles or CLnumappart <> numappart-saisi
               if CLType <> 'C' or CLStatut = 'A'
                   move CLNbCles to nb-edit
                   move spaces to ligne-tampon
                   string '  ' CLjeu '  ' CLType '    ' nb-edit ' '
                       CLStatut '      ' CLDetenteur
                       delimited by size into ligne-tampon
                   perform ajouter-ligne-pv
               end-if
               read f-cles next record at end set fin-cles to true
               end-read
           end-perform.

       ajouter-ligne-pv.
           if nb-lignes-pv < 400
               compute nb-lignes-pv = nb-lignes-pv + 1
               move ligne-tampon to tp-ligne(nb-lignes-pv)
           end-if
           move spaces to ligne-tampon.

       editer-date.
           move spaces to date-edit
           if date-a-editer > 0
               string date-a-editer(7:2) '/' date-a-editer(5:2) '/'
                   date-a-editer(1:4) delimited by size into date-edit
           end-if.

       imprimer-proces-verbal.
           open extend f-impression
           if fs-impression = '35'
               open output f-impression
           end-if
           if fs-impression <> '00'
               display 'PG-TRANSFERT-APPART - ouverture'
                   ' transferts-appart.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move 'CEDANT' to exemplaire
           perform imprimer-exemplaire
           move 'ACQUEREUR' to exemplaire
           perform imprimer-exemplaire
           close f-impression.

       imprimer-exemplaire.
           move '========================================'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'PROCES-VERBAL DE TRANSFERT - EXEMPLAIRE '
               exemplaire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           perform varying lx from 1 by 1 until lx > nb-lignes-pv
               move tp-ligne(lx) to ligne-impr
               write ligne-impr
           end-perform
           if fs-impression <> '00'
               display 'PG-TRANSFERT-APPART - ecriture'
                   ' transferts-appart.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       fermer-fichiers.
           close f-appart
           close f-proprio
           close f-resa.

       end program pg-transfert-appart.
