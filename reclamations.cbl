       program-id. pg-reclamations.

       file-control.
           select f-reclamations assign 'reclamations.dat'
           organization indexed
           access dynamic
           record key RQnumrecl
           alternate key RQnumappart with duplicates
           file status fs-reclamations.

           select f-recl-compteur assign 'reclamation-cpt.dat'
           organization record sequential
           file status fs-recl-compteur.

           select f-resa assign 'resa.dat'
           organization indexed
           access random
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-operateurs assign 'operateurs.dat'
           organization indexed
           access random
           record key OPCode
           file status fs-operateurs.

           select f-ot assign 'ot.dat'
           organization indexed
           access dynamic
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-ot-compteur assign 'ot-cpt.dat'
           organization record sequential
           file status fs-ot-compteur.

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

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-reclamations.
           copy reclamation.

       fd f-recl-compteur.
       1 recl-compteur-rec pic 9(6).

       fd f-resa.
           copy reservation.

       fd f-operateurs.
           copy operateur.

       fd f-ot.
           copy ordre-travail.

       fd f-ot-compteur.
       1 ot-compteur-rec pic 9(6).

       fd f-factures.
           copy facture.

       fd f-fact-compteur.
       1 fact-compteur-rec.
           2 fc-annee pic 9999.
           2 fc-prochain pic 9999.

       fd f-livre.
           copy grand-livre.

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-reclamations pic xx.
       1 fs-recl-compteur pic xx.
       1 fs-resa pic xx.
       1 fs-operateurs pic xx.
       1 fs-ot pic xx.
       1 fs-ot-compteur pic xx.
       1 fs-factures pic xx.
       1 fs-fact-compteur pic xx.
       1 fs-livre pic xx.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fonction-signon pic x value 'S'.
       1 operateur-courant pic x(8).
       1 date-jour pic 9(8).
       1 etat-periode pic x.
       1 code-retour-fact pic x.
       1 v-mode pic x.
           88 mode-nouvelle value 'N' 'n'.
           88 mode-suivi value 'S' 's'.
       1 numresa-saisi pic 9(6).
       1 numrecl-saisi pic 9(6).
       1 arrivee-resa pic 9(8).
       1 numappart-resa pic 9999.
       1 prochain-numrecl pic 9(6) value 1.
       1 prochain-numot pic 9(6) value 1.
       1 v-resa-trouvee pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 v-recl-trouvee pic x.
           88 reclamation-trouvee value 'O' false 'N'.
       1 v-saisie-valide pic x.
           88 saisie-valide value 'O' false 'N'.
       1 v-ot pic x.
           88 ouvrir-ot value 'O' 'o'.
       1 v-bloquant pic x.
       1 libelle-ot pic x(40).
      * Recalcul de toutes les nuits de l'appartement dans l'index
      * des disponibilites (dates a zero).
       1 debut-recalcul pic 9(8) value 0.
       1 fin-recalcul pic 9(8) value 0.
       1 ecarts-dispo pic 9(5).
       1 montant-geste pic 9(7)v99.
       1 numfact-origine pic 9(6).
       1 numfact-avoir pic 9(6).
       1 prochain-numfact pic 9(6) value 1.
       1 prochain-seq pic 9999 value 1.
       1 exercice-courant pic 9999.
       1 prefixe-exercice pic 9(6).
       1 montant-avoir-ht pic 9(7)v99.
       1 montant-avoir-tva pic 9(7)v99.
       1 montant-avoir-eur pic 9(7)v99.
       1 montant-edit pic z(6)9.99.
       1 v-fin-fact pic x value 'N'.
           88 fin-fact value 'O' false 'N'.
       1 v-livre-trouve pic x.
           88 livre-trouve value 'O' false 'N'.
       1 v-avoir-emis pic x.
           88 avoir-emis value 'O' false 'N'.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Reclamations des locataires'.
       1 s-plg-mode.
           2 line 4 col 3 'N)ouvelle reclamation ou S)uivi : '.
           2 s-mode pic x to v-mode required.
       1 s-plg-numresa.
           2 line 6 col 3 'Numero de reservation : '.
           2 s-numresa line 6 col 27 pic 9(6) to numresa-saisi
               required.
       1 a-plg-resa-nontrouvee.
           2 line 8 col 3 'Aucune reservation avec ce numero.'.
       1 a-plg-resa.
           2 line 8 col 3 'Appartement : '.
           2 a-numappart line 8 col 17 pic 9999 from Rnumappart.
           2 line 9 col 3 'Sejour      : '.
           2 a-arrivee line 9 col 17 pic 9(8) from RDateArrivee.
           2 line 9 col 26 'au'.
           2 a-depart line 9 col 29 pic 9(8) from RDateDepart.
       1 s-plg-nouvelle.
           2 line 11 col 3 'Categorie (BRUI PROP EQUI ACCU AUTR) : '.
           2 s-categorie line 11 col 42 pic x(4) to RQCategorie
               required.
           2 line 12 col 3 'Description : '.
           2 s-description line 12 col 17 pic x(60)
               to RQDescription required.
           2 line 13 col 3 'Recue le (AAAAMMJJ)           : '.
           2 s-reception line 13 col 35 pic 9(8) from date-jour
               to RQDateReception required.
           2 line 14 col 3 'Operateur charge              : '.
           2 s-operateur line 14 col 35 pic x(8)
               from operateur-courant to RQOperateur required.
           2 line 15 col 3 'Defaut a reparer, OT (O/N)    : '.
           2 s-ot line 15 col 35 pic x to v-ot required.
       1 a-plg-nouvelle-invalide.
           2 line 17 col 3 'Categorie, date ou operateur invalide.'.
       1 s-plg-numrecl.
           2 line 6 col 3 'Numero de reclamation : '.
           2 s-numrecl line 6 col 27 pic 9(6) to numrecl-saisi
               required.
       1 a-plg-recl-nontrouvee.
           2 line 8 col 3 'Aucune reclamation avec ce numero.'.
       1 a-plg-reclamation.
           2 line 8 col 3 'Reservation : '.
           2 a-numresa line 8 col 17 pic 9(6) from RQnumresa.
           2 line 8 col 25 'appartement'.
           2 a-numappart2 line 8 col 37 pic 9999 from RQnumappart.
           2 line 9 col 3 'Categorie   : '.
           2 a-categorie line 9 col 17 pic x(4) from RQCategorie.
           2 line 9 col 25 'recue le'.
           2 a-reception line 9 col 34 pic 9(8) from RQDateReception.
           2 line 10 col 3 'Description : '.
           2 a-description line 10 col 17 pic x(60)
               from RQDescription.
           2 line 11 col 3 'Statut      : '.
           2 a-statut line 11 col 17 pic x from RQStatut.
           2 line 11 col 20 '(O ouverte, E en cours, R resolue)'.
           2 line 12 col 3 'OT / avoir  : '.
           2 a-numot line 12 col 17 pic 9(6) from RQnumot.
           2 a-numavoir line 12 col 25 pic 9(6) from RQnumavoir.
       1 a-plg-deja-resolue.
           2 line 14 col 3 'Reclamation deja resolue.'.
       1 s-plg-suivi.
           2 line 14 col 3 'Statut O)uverte E)n cours R)esolue : '.
           2 s-statut line 14 col 40 pic x from RQStatut to RQStatut
               required.
           2 line 15 col 3 'Operateur charge                   : '.
           2 s-operateur2 line 15 col 40 pic x(8) from RQOperateur
               to RQOperateur required.
           2 line 16 col 3 'Resolution : '.
           2 s-resolution line 16 col 16 pic x(60) from RQResolution
               to RQResolution.
           2 line 17 col 3 'Defaut a reparer, OT (O/N)         : '.
           2 s-ot2 line 17 col 40 pic x to v-ot.
           2 line 18 col 3 'Geste commercial TTC (0 aucun)     : '.
           2 s-geste line 18 col 40 pic 9(7).99 to montant-geste.
       1 a-plg-suivi-invalide.
           2 line 19 col 3 'Statut, operateur ou geste invalide.'.
       1 s-plg-ot.
           2 line 20 col 3 'Libelle de l''ordre de travaux : '.
           2 s-libelle-ot line 20 col 35 pic x(40) from libelle-ot
               to libelle-ot required.
           2 line 21 col 3 'Bloque la location (O/N)       : '.
           2 s-bloquant line 21 col 35 pic x to v-bloquant required.
       1 a-plg-confirm.
           2 line 22 col 3 'Reclamation enregistree, numero : '.
           2 a-numrecl line 22 col 37 pic 9(6) from RQnumrecl.
       1 a-plg-ot.
           2 line 23 col 3 'Ordre de travaux ouvert, numero : '.
           2 a-numot2 line 23 col 37 pic 9(6) from RQnumot.
       1 a-plg-avoir.
           2 line 24 col 3 'Geste emis par avoir, numero    : '.
           2 a-numavoir2 line 24 col 37 pic 9(6) from numfact-avoir.
       1 a-plg-periode-close.
           2 line 24 col 3 'Periode cloturee, geste non emis.'.
       1 a-plg-sans-facture.
           2 line 24 col 3 'Sejour non facture, geste non emis.'.
       1 a-plg-geste-excessif.
           2 line 24 col 3
               'Geste superieur a la facture du sejour, non emis.'.

      * Registre des reclamations des locataires (bruit, proprete,
      * equipement, accueil, autre) rattachees a une reservation et a
      * son appartement. Un defaut constate ouvre un ordre de travaux
      * dans ot.dat ; un geste commercial est emis en avoir sur la
      * facture du sejour, impute au grand livre comme une annulation.
      * Synthese mensuelle : pg-stats-reclamations.
       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre

           call 'pg-controle-acces' using fonction-signon
               operateur-courant end-call
           if operateur-courant = spaces
               display 'PG-RECLAMATIONS - acces refuse'
               goback
           end-if

           display s-plg-mode
           accept s-mode

           open i-o f-reclamations
           if fs-reclamations = '35'
               open output f-reclamations
               close f-reclamations
               open i-o f-reclamations
           end-if
           if fs-reclamations <> '00'
               display 'PG-RECLAMATIONS - ouverture'
                   ' reclamations.dat impossible'
               display 'code retour fichier : ' fs-reclamations
               move 1 to return-code
               stop run
           end-if

           if mode-nouvelle
               perform nouvelle-reclamation
           else if mode-suivi
               perform suivre-reclamation
           end-if
           end-if

           close f-reclamations
           goback.

       nouvelle-reclamation.
           display s-plg-numresa
           accept s-plg-numresa

           open input f-resa
           if fs-resa <> '00'
               display 'PG-RECLAMATIONS - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
           move numresa-saisi to Rnumresa
           read f-resa key is Rnumresa
               invalid key set resa-trouvee to false
               not invalid key
                   set resa-trouvee to true
                   move RDateArrivee to arrivee-resa
                   move Rnumappart to numappart-resa
           end-read
           if not resa-trouvee
               display a-plg-resa-nontrouvee
           else
               display a-plg-resa
           end-if
           close f-resa
           if resa-trouvee
               initialize reclamation
               set saisie-valide to false
               perform until saisie-valide
                   display s-plg-nouvelle
                   accept s-plg-nouvelle
                   move function upper-case(RQCategorie)
                       to RQCategorie
                   perform controler-operateur
                   if not saisie-valide
                       or (RQCategorie <> 'BRUI'
                       and RQCategorie <> 'PROP'
                       and RQCategorie <> 'EQUI'
                       and RQCategorie <> 'ACCU'
                       and RQCategorie <> 'AUTR')
                       or RQDateReception > date-jour
                       or RQDateReception < arrivee-resa
                       display a-plg-nouvelle-invalide
                       set saisie-valide to false
                   end-if
               end-perform

               open input f-recl-compteur
               if fs-recl-compteur = '00'
                   read f-recl-compteur
                       at end continue
                       not at end move recl-compteur-rec
                           to prochain-numrecl
                   end-read
                   close f-recl-compteur
               end-if

               move prochain-numrecl to RQnumrecl
               move numresa-saisi to RQnumresa
               move numappart-resa to RQnumappart
               move 'O' to RQStatut
               move 0 to RQDateResolution
               move spaces to RQResolution
               move 0 to RQnumot
               move 0 to RQnumavoir
               move 0 to RQMontantGeste
               if ouvrir-ot
                   perform ouvrir-ordre-travaux
               end-if
               write reclamation
               if fs-reclamations <> '00'
                   display 'PG-RECLAMATIONS - ecriture'
                       ' reclamations.dat impossible'
                   display 'code retour fichier : ' fs-reclamations
                   move 1 to return-code
                   stop run
               end-if
               display a-plg-confirm
               if RQnumot > 0
                   display a-plg-ot
               end-if

               compute prochain-numrecl = prochain-numrecl + 1
               open output f-recl-compteur
               move prochain-numrecl to recl-compteur-rec
               write recl-compteur-rec
               close f-recl-compteur

               accept ev-date from date yyyymmdd
               accept ev-heure from time
               open extend f-evenements
               if fs-evenements = '35'
                   open output f-evenements
               end-if
               if fs-evenements = '00'
                   move spaces to evenement-rec
                   string ev-date ' ' ev-heure ' PG-RECLAMATIONS'
                       ' reclamation=' RQnumrecl
                       ' resa=' RQnumresa
                       ' appart=' RQnumappart
                       ' categorie=' RQCategorie
                       ' ot=' RQnumot
                       delimited by size into evenement-rec
                   write evenement-rec
                   close f-evenements
               end-if
           end-if.

      * Suivi : changement de statut, resolution, ordre de travaux
      * ouvert apres coup et geste commercial (un seul avoir par
      * reclamation). La date de resolution est celle du passage au
      * statut R.
       suivre-reclamation.
           display s-plg-numrecl
           accept s-plg-numrecl
           move numrecl-saisi to RQnumrecl
           read f-reclamations key is RQnumrecl
               invalid key set reclamation-trouvee to false
               not invalid key set reclamation-trouvee to true
           end-read
           if not reclamation-trouvee
               display a-plg-recl-nontrouvee
           else
               display a-plg-reclamation
               if RQStatut = 'R'
                   display a-plg-deja-resolue
               else
                   set saisie-valide to false
                   perform until saisie-valide
                       move 'N' to v-ot
                       move 0 to montant-geste
                       display s-plg-suivi
                       accept s-plg-suivi
                       move function upper-case(RQStatut) to RQStatut
                       perform controler-operateur
                       if not saisie-valide
                           or (RQStatut <> 'O' and RQStatut <> 'E'
                           and RQStatut <> 'R')
                           or (montant-geste > 0 and RQnumavoir > 0)
                           display a-plg-suivi-invalide
                           set saisie-valide to false
                       end-if
                   end-perform
                   if RQStatut = 'R'
                       move date-jour to RQDateResolution
                   end-if
                   if ouvrir-ot and RQnumot = 0
                       perform ouvrir-ordre-travaux
                   end-if
                   if montant-geste > 0
                       perform emettre-geste
                   end-if
                   rewrite reclamation
                   if fs-reclamations <> '00'
                       display 'PG-RECLAMATIONS - reecriture'
                           ' reclamations.dat impossible'
                       display 'code retour fichier : '
                           fs-reclamations
                       move 1 to return-code
                       stop run
                   end-if
                   display a-plg-confirm
                   if ouvrir-ot and RQnumot > 0
                       display a-plg-ot
                   end-if
               end-if
           end-if.

      * Sans fichier des operateurs (poste non protege), tout code
      * saisi est accepte.
       controler-operateur.
           set saisie-valide to true
           open input f-operateurs
           if fs-operateurs = '00'
               move RQOperateur to OPCode
               read f-operateurs key is OPCode
                   invalid key set saisie-valide to false
               end-read
               close f-operateurs
           end-if.

      * Meme ouverture que pg-ot, sans devis : le fournisseur et son
      * montant sont saisis ensuite dans l'ordre de travaux.
       ouvrir-ordre-travaux.
           move RQDescription to libelle-ot
           move 'N' to v-bloquant
           display s-plg-ot
           accept s-plg-ot
           move function upper-case(v-bloquant) to v-bloquant
           if v-bloquant <> 'O'
               move 'N' to v-bloquant
           end-if

           open i-o f-ot
           if fs-ot = '35'
               open output f-ot
               close f-ot
               open i-o f-ot
           end-if
           if fs-ot <> '00'
               display 'PG-RECLAMATIONS - ouverture ot.dat impossible'
               display 'code retour fichier : ' fs-ot
               move 1 to return-code
               stop run
           end-if

           open input f-ot-compteur
           if fs-ot-compteur = '00'
               read f-ot-compteur
                   at end continue
                   not at end move ot-compteur-rec to prochain-numot
               end-read
               close f-ot-compteur
           end-if

           move prochain-numot to OTnumot
           move RQnumappart to OTnumappart
           move 'O' to OTStatut
           move v-bloquant to OTBloquant
           move date-jour to OTDateOuverture
           move 0 to OTDateCloture
           move libelle-ot to OTLibelle
           move 0 to OTnumfourDevis
           move 0 to OTMontantDevis
           move space to OTAccord
           move 0 to OTDateAccord
           move spaces to OTCanalAccord
           write ordre-travail
           if fs-ot <> '00'
               display 'PG-RECLAMATIONS - ecriture ot.dat impossible'
               display 'code retour fichier : ' fs-ot
               move 1 to return-code
               stop run
           end-if
           if OTBloquant = 'O'
               call 'pg-maj-dispo' using OTnumappart debut-recalcul
                   fin-recalcul ecarts-dispo
               end-call
           end-if
           close f-ot
           move prochain-numot to RQnumot

           compute prochain-numot = prochain-numot + 1
           open output f-ot-compteur
           move prochain-numot to ot-compteur-rec
           write ot-compteur-rec
           close f-ot-compteur.

      * Le geste est saisi TTC dans la devise de la facture du sejour
      * et ne peut pas la depasser ; la TVA est celle de la facture
      * d'origine, la taxe de sejour n'est pas touchee.
       emettre-geste.
           set avoir-emis to false
           call 'pg-controle-periode' using date-jour
               etat-periode end-call
           if etat-periode = 'F'
               display a-plg-periode-close
           else
               open i-o f-factures
               if fs-factures <> '00'
                   display a-plg-sans-facture
               else
                   perform chercher-facture-origine
                   if numfact-origine = 0
                       display a-plg-sans-facture
                   else
                       move numfact-origine to Fnumfact
                       read f-factures key is Fnumfact
                           invalid key continue
                       end-read
                       if montant-geste > FMontantTTC
                           display a-plg-geste-excessif
                       else
                           perform ecrire-avoir
                           perform poster-avoir
                       end-if
                   end-if
                   close f-factures
               end-if
           end-if
           if avoir-emis
               call 'pg-edite-facture' using numfact-avoir
                   code-retour-fact end-call
               display a-plg-avoir
           end-if.

       chercher-facture-origine.
           move 0 to numfact-origine
           set fin-fact to false
           move RQnumresa to Fnumresa
           start f-factures key is >= Fnumresa
               invalid key set fin-fact to true
           end-start
           if not fin-fact
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-if
           perform until fin-fact or Fnumresa <> RQnumresa
               if FTypeFact = 'F' and FNumFactOrigine = 0
                   and numfact-origine = 0
                   move Fnumfact to numfact-origine
               end-if
               read f-factures next record at end
                   set fin-fact to true
               end-read
           end-perform.

       ecrire-avoir.
           compute montant-avoir-ht rounded =
               montant-geste * 100 / (100 + FTauxTVA)
           compute montant-avoir-tva =
               montant-geste - montant-avoir-ht
           move montant-geste to montant-avoir-eur
           if FMontantTTC > 0
               compute montant-avoir-eur rounded =
                   montant-geste * FMontantEUR / FMontantTTC
           end-if

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

           move prochain-numfact to Fnumfact
           move prochain-numfact to numfact-avoir
           move date-jour to FDateFacture
           move 0 to FNbNuits
           move montant-avoir-ht to FMontantHT
           move montant-avoir-tva to FMontantTVA
           move montant-geste to FMontantTTC
           move montant-avoir-eur to FMontantEUR
           move 'A' to FTypeFact
           move numfact-origine to FNumFactOrigine
           move 0 to FNiveauRelance
           move 0 to FDateRelance
           move 0 to FTaxeSejour
           move 0 to FNumDossier
           move 0 to FDateRembourse
           move space to FStatutEfact
           move 0 to FDateEfact
           write facture
           if fs-factures <> '00'
               display 'PG-RECLAMATIONS - ecriture factures.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-factures
               move 1 to return-code
               stop run
           end-if
           set avoir-emis to true
           move numfact-avoir to RQnumavoir
           move montant-geste to RQMontantGeste

           compute prochain-seq = prochain-seq + 1
           open output f-fact-compteur
           move exercice-courant to fc-annee
           move prochain-seq to fc-prochain
           write fact-compteur-rec
           close f-fact-compteur

           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           if fs-evenements = '00'
               move montant-geste to montant-edit
               move spaces to evenement-rec
               string ev-date ' ' ev-heure ' PG-RECLAMATIONS'
                   ' reclamation=' RQnumrecl
                   ' resa=' RQnumresa
                   ' avoir=' numfact-avoir
                   ' geste=' montant-edit ' ' FDevise
                   delimited by size into evenement-rec
               write evenement-rec
               close f-evenements
           end-if.

       poster-avoir.
           open i-o f-livre
           if fs-livre = '35'
               open output f-livre
               close f-livre
               open i-o f-livre
           end-if
           if fs-livre <> '00'
               display 'PG-RECLAMATIONS - ouverture grand-livre.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if
           set livre-trouve to false
           move Fnumprop to GLnumprop
           read f-livre key is GLnumprop
               invalid key continue
               not invalid key set livre-trouve to true
           end-read
           if livre-trouve
               if GLFacture >= montant-avoir-eur
                   compute GLFacture = GLFacture - montant-avoir-eur
               else
                   display 'PG-RECLAMATIONS - avoir ' numfact-avoir
                       ' superieur au solde facture du proprietaire '
                       GLnumprop ', solde ramene a zero'
                   move 0 to GLFacture
               end-if
               rewrite grand-livre
           else
               move Fnumprop to GLnumprop
               move 0 to GLFacture
               move 0 to GLRecu
               move 0 to GLReverse
               write grand-livre
           end-if
           if fs-livre <> '00'
               display 'PG-RECLAMATIONS - mise a jour grand-livre.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if
           close f-livre.

       end program pg-reclamations.
