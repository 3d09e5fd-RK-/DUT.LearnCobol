       program-id. pg-remboursements.

       file-control.
           select f-cautions assign 'cautions.dat'
           organization indexed
           access dynamic
           record key CAnumresa
           file status fs-cautions.

           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
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

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

           select f-echeances assign 'echeances.dat'
           organization indexed
           access dynamic
           record key ECcle
           file status fs-echeances.

           select f-banque-loc assign 'banque-loc.dat'
           organization indexed
           access random
           record key BLnumloc
           file status fs-banque-loc.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access dynamic
           record key GLnumprop
           file status fs-livre.

           select f-remboursements assign 'remboursements.dat'
           organization indexed
           access dynamic
           record key RMcle
           file status fs-remboursements.

           select f-sepa assign 'sepa-remboursements.txt'
           organization line sequential
           file status fs-sepa.

           select f-impression assign 'remboursements.lst'
           organization line sequential
           file status fs-impression.

           select f-exceptions assign 'remb-exceptions.lst'
           organization line sequential
           file status fs-exceptions.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-cautions.
           copy caution.

       fd f-resa.
           copy reservation.

       fd f-appart.
           copy appartement.

       fd f-factures.
           copy facture.

       fd f-paiements.
           copy paiement.

       fd f-echeances.
           copy echeance.

       fd f-banque-loc.
           copy banque-loc.

       fd f-livre.
           copy grand-livre.

       fd f-remboursements.
           copy remboursement.

       fd f-sepa.
       1 sepa-rec pic x(120).

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-exceptions.
       1 ligne-exception pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-cautions pic xx.
       1 fs-resa pic xx.
       1 fs-appart pic xx.
       1 fs-factures pic xx.
       1 fs-paiements pic xx.
       1 fs-echeances pic xx.
       1 fs-banque-loc pic xx.
       1 fs-livre pic xx.
       1 fs-remboursements pic xx.
       1 fs-sepa pic xx.
       1 fs-impression pic xx.
       1 fs-exceptions pic xx.
       1 date-jour pic 9(8).
       1 v-cautions-dispo pic x value 'N'.
           88 cautions-dispo value 'O' false 'N'.
       1 v-factures-dispo pic x value 'N'.
           88 factures-dispo value 'O' false 'N'.
       1 v-echeances-dispo pic x value 'N'.
           88 echeances-dispo value 'O' false 'N'.
       1 v-banque-dispo pic x value 'N'.
           88 banque-dispo value 'O' false 'N'.
       1 v-fin-cautions pic x value 'N'.
           88 fin-cautions value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-fact pic x value 'N'.
           88 fin-fact value 'O' false 'N'.
       1 v-fin-paiements pic x value 'N'.
           88 fin-paiements value 'O' false 'N'.
       1 v-fin-echeances pic x value 'N'.
           88 fin-echeances value 'O' false 'N'.
       1 v-fin-remb pic x value 'N'.
           88 fin-remb value 'O' false 'N'.
       1 v-resa-trouvee pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 v-appart-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 v-rib-trouve pic x.
           88 rib-trouve value 'O' false 'N'.
       1 v-livre-trouve pic x.
           88 livre-trouve value 'O' false 'N'.
       1 v-emis pic x.
           88 remboursement-emis value 'O' false 'N'.
       1 v-table-saturee pic x value 'N'.
           88 table-saturee value 'O' false 'N'.
      * Encaissements cumules par reservation, dans la devise du
      * sejour (celle de la facture ou de l'appartement).
       1 nb-payes pic 9(5) value 0.
       1 tbl-paye occurs 20000 times.
           2 tp-numresa pic 9(6).
           2 tp-montant pic 9(9)v99.
       1 p pic 9(5).
      * Reservations dont le trop-percu a ete rembourse : leurs
      * encaissements sont marques en fin de traitement.
       1 nb-marquer pic 9(5) value 0.
       1 tbl-marquer occurs 5000 times.
           2 tm-numresa pic 9(6).
       1 m pic 9(5).
      * Solde locataire d'une reservation
       1 paye-resa pic s9(9)v99.
       1 du-resa pic s9(9)v99.
       1 deja-rembourse pic s9(9)v99.
       1 credit-resa pic s9(9)v99.
       1 avoirs-libres pic s9(9)v99.
       1 avoirs-agence pic s9(9)v99.
       1 part-avoir pic s9(9)v99.
       1 part-trop pic s9(9)v99.
       1 part-agence pic s9(9)v99.
       1 nb-pieces pic 9(3).
       1 devise-resa pic x(3).
       1 numprop-resa pic 9999.
      * Remboursement a emettre
       1 rm-numresa pic 9(6).
       1 rm-numloc pic 9999.
       1 rm-source pic x.
       1 rm-montant pic 9(7)v99.
       1 rm-devise pic x(3).
       1 rm-part-proprio pic 9(7)v99.
       1 rm-prop pic 9999.
       1 rm-libelle pic x(10).
       1 rang-max pic 99.
       1 iban-locataire pic x(34).
       1 taux-devise pic 9(3)v9(6).
       1 montant-eur pic 9(7)v99.
       1 part-proprio-eur pic 9(7)v99.
       1 montant-sepa pic 9(9).99.
       1 ligne-sepa pic x(120).
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(6)9.99.
       1 tot-cautions-lues pic 9(6) value 0.
       1 tot-resa-lues pic 9(6) value 0.
       1 tot-cautions pic 9(6) value 0.
       1 tot-avoirs pic 9(6) value 0.
       1 tot-trop-percus pic 9(6) value 0.
       1 tot-exceptions pic 9(6) value 0.
       1 tot-montant pic 9(11)v99 value 0.

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-cautions f-resa f-factures f-paiements
               f-remboursements f-sepa.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-REMBOURSEMENTS'
               ' fs='
               ' ' fs-cautions
               ' ' fs-resa
               ' ' fs-factures
               ' ' fs-paiements
               ' ' fs-remboursements
               ' ' fs-sepa
               ' cle=' rm-numresa
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

       traitement-principal section.
           accept date-jour from date yyyymmdd

           open input f-resa
           if fs-resa = '35'
               display 'PG-REMBOURSEMENTS - pas de fichier resa.dat,'
                   ' rien a rembourser'
               stop run
           end-if
           if fs-resa <> '00'
               display 'PG-REMBOURSEMENTS - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-REMBOURSEMENTS - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open i-o f-cautions
           if fs-cautions = '00'
               set cautions-dispo to true
           end-if
           open i-o f-factures
           if fs-factures = '00'
               set factures-dispo to true
           end-if
           open input f-echeances
           if fs-echeances = '00'
               set echeances-dispo to true
           end-if
           open input f-banque-loc
           if fs-banque-loc = '00'
               set banque-dispo to true
           end-if

           open i-o f-livre
           if fs-livre = '35'
               open output f-livre
               close f-livre
               open i-o f-livre
           end-if
           if fs-livre <> '00'
               display 'PG-REMBOURSEMENTS - ouverture grand-livre.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if

           open i-o f-remboursements
           if fs-remboursements = '35'
               open output f-remboursements
               close f-remboursements
               open i-o f-remboursements
           end-if
           if fs-remboursements <> '00'
               display 'PG-REMBOURSEMENTS - ouverture'
                   ' remboursements.dat impossible'
               display 'code retour fichier : ' fs-remboursements
               move 1 to return-code
               stop run
           end-if

           open output f-sepa
           if fs-sepa <> '00'
               display 'PG-REMBOURSEMENTS - ouverture'
                   ' sepa-remboursements.txt impossible'
               display 'code retour fichier : ' fs-sepa
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-sepa
           string 'SEPA;SCT;' date-jour ';EUR'
               delimited by size into ligne-sepa
           move ligne-sepa to sepa-rec
           write sepa-rec

           open output f-impression
           if fs-impression <> '00'
               display 'PG-REMBOURSEMENTS - ouverture'
                   ' remboursements.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           string 'PG-REMBOURSEMENTS - remboursements locataires du '
               date-jour delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 'Resa   Loc  Origine    Montant         EUR   IBAN'
               to ligne-impr
           write ligne-impr

           open output f-exceptions
           if fs-exceptions <> '00'
               display 'PG-REMBOURSEMENTS - ouverture'
                   ' remb-exceptions.lst impossible'
               display 'code retour fichier : ' fs-exceptions
               move 1 to return-code
               stop run
           end-if
           string 'PG-REMBOURSEMENTS - locataires sans coordonnees'
               ' bancaires au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-exception
           write ligne-exception

           perform charger-paiements
           if cautions-dispo
               perform rembourser-cautions
           end-if
           perform rembourser-soldes
           if nb-marquer > 0
               perform marquer-paiements
           end-if

           move tot-montant to montant-edit
           string 'Total rembourse : ' montant-edit ' EUR'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-resa
           close f-appart
           if cautions-dispo
               close f-cautions
           end-if
           if factures-dispo
               close f-factures
           end-if
           if echeances-dispo
               close f-echeances
           end-if
           if banque-dispo
               close f-banque-loc
           end-if
           close f-livre
           close f-remboursements
           close f-sepa
           close f-impression
           close f-exceptions

           display 'PG-REMBOURSEMENTS - TOTAUX DE CONTROLE'
           display 'reservations lues      : ' tot-resa-lues
           display 'cautions lues          : ' tot-cautions-lues
           display 'cautions remboursees   : ' tot-cautions
           display 'avoirs rembourses      : ' tot-avoirs
           display 'trop-percus rembourses : ' tot-trop-percus
           display 'sans RIB (exceptions)  : ' tot-exceptions
           display 'montant total EUR      : ' tot-montant
           if table-saturee
               move 1 to return-code
           end-if
           goback.

      * Encaissements cumules par reservation (acomptes et
      * reglements de facture confondus).
       charger-paiements.
           open input f-paiements
           if fs-paiements = '00'
               perform until fin-paiements
                   read f-paiements
                       at end set fin-paiements to true
                       not at end perform cumuler-paiement
                   end-read
               end-perform
               close f-paiements
           end-if.

       cumuler-paiement.
           if PaiNumResa > 0
               move 0 to m
               perform varying p from 1 by 1
                   until p > nb-payes or m > 0
                   if tp-numresa(p) = PaiNumResa
                       move p to m
                   end-if
               end-perform
               if m > 0
                   compute tp-montant(m) = tp-montant(m) + PaiMontant
               else
                   if nb-payes < 20000
                       compute nb-payes = nb-payes + 1
                       move PaiNumResa to tp-numresa(nb-payes)
                       move PaiMontant to tp-montant(nb-payes)
                   else
                       if not table-saturee
                           set table-saturee to true
                           display 'PG-REMBOURSEMENTS - table des'
                               ' encaissements saturee, trop-percus'
                               ' incomplets'
                       end-if
                   end-if
               end-if
           end-if.

      * Cautions restituees apres etat des lieux : la part non
      * retenue est viree au locataire. Une caution en especes est
      * rendue au guichet et ne passe pas par le virement.
       rembourser-cautions.
           read f-cautions next record at end set fin-cautions to true
           end-read
           perform until fin-cautions
               compute tot-cautions-lues = tot-cautions-lues + 1
               if CAStatut = 'B' and CADateRembourse = 0
                   and CAMode <> 'E' and CAMode <> 'e'
                   if CAMontant > CAMontantRetenu
                       perform rembourser-une-caution
                   else
                       move date-jour to CADateRembourse
                       rewrite caution
                   end-if
               end-if
               read f-cautions next record at end
                   set fin-cautions to true
               end-read
           end-perform.

       rembourser-une-caution.
           set resa-trouvee to false
           move CAnumresa to Rnumresa
           read f-resa key is Rnumresa
               invalid key continue
               not invalid key set resa-trouvee to true
           end-read
           if resa-trouvee
               move CAnumresa to rm-numresa
               move Rnumloc to rm-numloc
               move 'C' to rm-source
               move 'CAUTION' to rm-libelle
               compute rm-montant = CAMontant - CAMontantRetenu
               move 'EUR' to rm-devise
               move 0 to rm-part-proprio
               move 0 to rm-prop
               perform emettre-remboursement
               if remboursement-emis
                   compute tot-cautions = tot-cautions + 1
                   move date-jour to CADateRembourse
                   rewrite caution
                   if fs-cautions <> '00'
                       display 'PG-REMBOURSEMENTS - reecriture'
                           ' cautions.dat impossible'
                       display 'code retour fichier : ' fs-cautions
                       move 1 to return-code
                       stop run
                   end-if
               end-if
           end-if.

      * Solde locataire par reservation : encaisse moins du (net
      * facture, ou echeancier si rien n'est encore facture) moins
      * ce qui a deja ete rembourse. Un solde crediteur provient
      * d'abord des avoirs non rembourses, le reste est un
      * trop-percu. Les reservations de dossier sont reglees sur la
      * facture groupee et restent hors de ce calcul.
       rembourser-soldes.
           move 0 to Rnumresa
           start f-resa key is >= Rnumresa
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa
               compute tot-resa-lues = tot-resa-lues + 1
               if RType <> 'P' and RNumDossier = 0
                   perform examiner-solde
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
               if fs-resa <> '00' and fs-resa <> '10'
                   display 'PG-REMBOURSEMENTS - lecture resa.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-resa
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       examiner-solde.
           move 0 to paye-resa
           perform varying p from 1 by 1 until p > nb-payes
               if tp-numresa(p) = Rnumresa
                   move tp-montant(p) to paye-resa
               end-if
           end-perform
      * Long sejour en cours de facturation mensuelle : le du n'est
      * connu qu'a la derniere tranche.
           if RLongSejour = 'O' and RFactureJusqua < RDateDepart
               and RStatut <> 'A' and RStatut <> 'N'
               and RStatut <> 'T'
               move 0 to paye-resa
           end-if
           if paye-resa > 0
               set appart-trouve to false
               move Rnumappart to Anumappart
               read f-appart key is Anumappart
                   invalid key continue
                   not invalid key set appart-trouve to true
               end-read
               move 0 to numprop-resa
               move 'EUR' to devise-resa
               if appart-trouve
                   move Anumprop to numprop-resa
                   move Adevise to devise-resa
               end-if
               perform calculer-du
               if nb-pieces > 0 or du-resa > 0
                   perform cumuler-rembourse
                   compute credit-resa =
                       paye-resa - du-resa - deja-rembourse
                   if credit-resa > 0
                       perform rembourser-credit
                   end-if
               end-if
           end-if.

       calculer-du.
           move 0 to du-resa
           move 0 to nb-pieces
           move 0 to avoirs-libres
           move 0 to avoirs-agence
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
                   compute nb-pieces = nb-pieces + 1
                   move FDevise to devise-resa
                   if FTypeFact = 'A'
                       compute du-resa = du-resa - FMontantTTC
                       if FDateRembourse = 0
                           compute avoirs-libres =
                               avoirs-libres + FMontantTTC
                           if Fnumprop = 0
                               compute avoirs-agence =
                                   avoirs-agence + FMontantTTC
                           end-if
                       end-if
                   else
                       compute du-resa = du-resa + FMontantTTC
                   end-if
                   read f-factures next record at end
                       set fin-fact to true
                   end-read
               end-perform
           end-if
           if nb-pieces = 0 and echeances-dispo
               set fin-echeances to false
               move Rnumresa to ECnumresa
               move 0 to ECrang
               start f-echeances key is >= ECcle
                   invalid key set fin-echeances to true
               end-start
               if not fin-echeances
                   read f-echeances next record at end
                       set fin-echeances to true
                   end-read
               end-if
               perform until fin-echeances or ECnumresa <> Rnumresa
                   compute du-resa = du-resa + ECMontant
                   read f-echeances next record at end
                       set fin-echeances to true
                   end-read
               end-perform
           end-if.

      * Remboursements deja faits sur la reservation (hors caution)
      * et dernier rang utilise.
       cumuler-rembourse.
           move 0 to deja-rembourse
           move 0 to rang-max
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
               if RMSource <> 'C'
                   compute deja-rembourse = deja-rembourse + RMMontant
               end-if
               read f-remboursements next record at end
                   set fin-remb to true
               end-read
           end-perform.

       rembourser-credit.
           if credit-resa > avoirs-libres
               move avoirs-libres to part-avoir
           else
               move credit-resa to part-avoir
           end-if
           compute part-trop = credit-resa - part-avoir
           if part-avoir > avoirs-agence
               move avoirs-agence to part-agence
           else
               move part-avoir to part-agence
           end-if

           move Rnumresa to rm-numresa
           move Rnumloc to rm-numloc
           move devise-resa to rm-devise
           move numprop-resa to rm-prop
           if part-avoir > 0
               move 'A' to rm-source
               move 'AVOIR' to rm-libelle
               move part-avoir to rm-montant
               compute rm-part-proprio = part-avoir - part-agence
               perform emettre-remboursement
               if remboursement-emis
                   compute tot-avoirs = tot-avoirs + 1
                   perform marquer-avoirs
               end-if
           end-if
           if part-trop > 0
               move 'T' to rm-source
               move 'TROP-PERCU' to rm-libelle
               move part-trop to rm-montant
               move part-trop to rm-part-proprio
               perform emettre-remboursement
               if remboursement-emis
                   compute tot-trop-percus = tot-trop-percus + 1
                   if nb-marquer < 5000
                       compute nb-marquer = nb-marquer + 1
                       move Rnumresa to tm-numresa(nb-marquer)
                   end-if
               end-if
           end-if.

       marquer-avoirs.
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
               if FTypeFact = 'A' and FDateRembourse = 0
                   move date-jour to FDateRembourse
                   rewrite facture
                   if fs-factures <> '00'
                       display 'PG-REMBOURSEMENTS - reecriture'
                           ' factures.dat impossible'
                       display 'code retour fichier : ' fs-factures
                       move 1 to return-code
                       stop run
                   end-if
               end-if
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-perform.

      * Virement au compte du locataire (banque-loc.dat). Sans
      * coordonnees exploitables, la ligne part en exception et la
      * source reste a rembourser pour le prochain passage.
       emettre-remboursement.
           set remboursement-emis to false
           set rib-trouve to false
           move spaces to iban-locataire
           if banque-dispo
               move rm-numloc to BLnumloc
               read f-banque-loc key is BLnumloc
                   invalid key continue
                   not invalid key set rib-trouve to true
               end-read
           end-if
           if rib-trouve
               call 'pg-calcul-iban' using BLCodeBanque BLCodeGuichet
                   BLNumCompte BLCleRib iban-locataire end-call
           end-if
           if iban-locataire = spaces
               compute tot-exceptions = tot-exceptions + 1
               move rm-montant to montant-edit
               string 'Resa ' rm-numresa ' loc. ' rm-numloc ' '
                   rm-libelle ' ' montant-edit ' ' rm-devise
                   ' : pas de RIB exploitable'
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-exception
               write ligne-exception
           else
               call 'pg-taux-euro' using rm-devise date-jour
                   taux-devise end-call
               if taux-devise = 0
                   move 1 to taux-devise
               end-if
               compute montant-eur rounded = rm-montant * taux-devise
               compute part-proprio-eur rounded =
                   rm-part-proprio * taux-devise

               perform cumuler-rang
               move rm-numresa to RMnumresa
               compute RMrang = rang-max + 1
               move rm-numloc to RMnumloc
               move rm-source to RMSource
               move date-jour to RMDate
               move rm-montant to RMMontant
               move rm-devise to RMDevise
               move montant-eur to RMMontantEUR
               move rm-prop to RMnumprop
               move iban-locataire to RMIban
               write remboursement
               if fs-remboursements <> '00'
                   display 'PG-REMBOURSEMENTS - ecriture'
                       ' remboursements.dat impossible'
                   display 'code retour fichier : ' fs-remboursements
                   move 1 to return-code
                   stop run
               end-if

               move montant-eur to montant-sepa
               move spaces to ligne-sepa
               string 'VIR;' iban-locataire ';;' montant-sepa
                   ';LOC ' rm-numloc ' RESA ' rm-numresa ' '
                   rm-libelle
                   delimited by size into ligne-sepa
               move ligne-sepa to sepa-rec
               write sepa-rec

               move rm-montant to montant-edit
               move spaces to ligne-tampon
               string rm-numresa ' ' rm-numloc ' ' rm-libelle ' '
                   montant-edit ' ' rm-devise
                   delimited by size into ligne-tampon
               move montant-eur to montant-edit
               move spaces to ligne-impr
               string ligne-tampon(1:40) montant-edit '   '
                   iban-locataire(1:27)
                   delimited by size into ligne-impr
               write ligne-impr

               if part-proprio-eur > 0 and rm-prop > 0
                   perform debiter-proprietaire
               end-if
               compute tot-montant = tot-montant + montant-eur
               set remboursement-emis to true
           end-if.

       cumuler-rang.
           move 0 to rang-max
           set fin-remb to false
           move rm-numresa to RMnumresa
           move 0 to RMrang
           start f-remboursements key is >= RMcle
               invalid key set fin-remb to true
           end-start
           if not fin-remb
               read f-remboursements next record at end
                   set fin-remb to true
               end-read
           end-if
           perform until fin-remb or RMnumresa <> rm-numresa
               move RMrang to rang-max
               read f-remboursements next record at end
                   set fin-remb to true
               end-read
           end-perform.

      * L'argent rendu au locataire avait ete encaisse pour le
      * compte du proprietaire : il sort de son recu. Les gestes
      * commerciaux (avoirs sans proprietaire) restent a la charge
      * de l'agence.
       debiter-proprietaire.
           set livre-trouve to false
           move rm-prop to GLnumprop
           read f-livre key is GLnumprop
               invalid key continue
               not invalid key set livre-trouve to true
           end-read
           if livre-trouve
               if GLRecu >= part-proprio-eur
                   compute GLRecu = GLRecu - part-proprio-eur
               else
                   display 'PG-REMBOURSEMENTS - remboursement resa '
                       rm-numresa ' superieur au recu du'
                       ' proprietaire ' GLnumprop
                       ', recu ramene a zero'
                   move 0 to GLRecu
               end-if
               rewrite grand-livre
               if fs-livre <> '00'
                   display 'PG-REMBOURSEMENTS - mise a jour'
                       ' grand-livre.dat impossible'
                   display 'code retour fichier : ' fs-livre
                   move 1 to return-code
                   stop run
               end-if
           end-if.

       marquer-paiements.
           open i-o f-paiements
           if fs-paiements = '00'
               set fin-paiements to false
               perform until fin-paiements
                   read f-paiements
                       at end set fin-paiements to true
                       not at end perform marquer-un-paiement
                   end-read
               end-perform
               close f-paiements
           end-if.

       marquer-un-paiement.
           if PaiDateRembourse = 0 and PaiNumResa > 0
               perform varying m from 1 by 1 until m > nb-marquer
                   if tm-numresa(m) = PaiNumResa
                       move date-jour to PaiDateRembourse
                       rewrite paiement
                       move nb-marquer to m
                   end-if
               end-perform
           end-if.

       end program pg-remboursements.
