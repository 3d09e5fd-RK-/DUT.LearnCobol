           organization record sequential
           file status fs-reversements.

           select f-impression assign nom-listing
           organization line sequential
           file status fs-impression.

           record key OPCode
           file status fs-operateurs.

           select f-honoraires assign 'honoraires.dat'
           organization indexed
           access dynamic
           record key HOnumfact
           alternate key HOnumprop with duplicates
           file status fs-honoraires.

           select f-hono-compteur assign 'honoraires-cpt.dat'
           organization record sequential
           file status fs-hono-compteur.

           select f-approbations assign 'approbations.dat'
           organization indexed
           access random
           record key APcle
           file status fs-approbations.

           select f-reserves assign 'reserves.dat'
           organization indexed
           access dynamic
           record key MRcle
           file status fs-reserves.

           select f-resiliations assign 'resiliations.dat'
           organization indexed
           access random
           record key MFnumprop
           file status fs-resiliations.

           select f-cloture assign 'cloture-mandat.lst'
           organization line sequential
           file status fs-cloture.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.
       fd f-operateurs.
           copy operateur.

       fd f-honoraires.
           copy honoraire.

       fd f-hono-compteur.
       1 hono-compteur-rec.
           2 hc-annee pic 9999.
           2 hc-prochain pic 9999.

       fd f-approbations.
           copy approbation.

       fd f-reserves.
           copy mouvement-reserve.

       fd f-resiliations.
           copy resiliation.

       fd f-cloture.
       1 ligne-cloture pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       1 ligne-tampon pic x(80).
       1 montant-edit pic z(8)9.99.
       1 taux-edit pic z9.99.
       1 fs-honoraires pic xx.
       1 fs-hono-compteur pic xx.
       1 categorie-tva pic x(10) value 'HONORAIRES'.
       1 taux-honoraires pic 99v99.
       1 exercice-courant pic 9999.
       1 prefixe-exercice pic 9(6).
       1 prochain-seq pic 9999 value 1.
       1 prochain-numfact pic 9(6).
       1 tot-honoraires pic 9(6) value 0.
       1 tot-honoraires-tva pic 9(11)v99 value 0.
       1 nom-listing pic x(31) value 'reversements.lst'.
       1 v-simulation pic x value 'N'.
           88 simulation value 'O' false 'N'.
       1 periode-precedente pic 9(6).
       1 v-fin-reversements pic x value 'N'.
           88 fin-reversements value 'O' false 'N'.
      * Net verse le mois precedent, indexe par numero de proprietaire
       1 tbl-net-precedent.
           2 tnp-net pic 9(9)v99 occurs 9999 times.
       1 brut-calcule pic s9(9)v99.
      * Virements retournes par la banque en attente de nouvelles
      * coordonnees : deja dus, ils ne sont pas a reverser une
      * seconde fois (pg-virements les represente).
       1 tbl-retours-attente.
           2 tra-net pic 9(9)v99 occurs 9999 times.
       1 charges-a-venir pic 9(9)v99.
       1 mois-courant pic 99.
       1 v-charge-a-venir pic x.
           88 charge-a-venir value 'O' false 'N'.
       1 ecart-net pic s9(9)v99.
       1 ecart-edit pic -(8)9.99.
       1 tot-net-precedent pic 9(11)v99 value 0.
       1 fs-approbations pic xx.
       1 seuil-approbation pic 9(7)v99 value 5000.
       1 heure-lot pic 9(8).
       1 tot-a-approuver pic 9(6) value 0.
       1 montant-a-approuver pic 9(11)v99.
       1 fs-reserves pic xx.
       1 v-reserves-dispo pic x value 'N'.
           88 reserves-dispo value 'O' false 'N'.
       1 v-fin-reserves pic x value 'N'.
           88 fin-reserves value 'O' false 'N'.
       1 reserve-cible pic 9(7)v99.
       1 taux-reserve pic 99v99.
       1 taux-reserve-defaut pic 99v99 value 20.
       1 solde-reserve pic 9(9)v99.
       1 rang-reserve pic 9(5).
       1 manque-reserve pic 9(9)v99.
       1 tot-reserve pic 9(11)v99 value 0.
      * Solde de tout compte d'un mandat resilie et cloture
      * (pg-resiliation-mandat) : taux du mandat, reserve liberee,
      * releve de cloture dans cloture-mandat.lst.
       1 fs-resiliations pic xx.
       1 fs-cloture pic xx.
       1 v-resiliations-dispo pic x value 'N'.
           88 resiliations-dispo value 'O' false 'N'.
       1 v-cloture-ouverte pic x value 'N'.
           88 cloture-ouverte value 'O' false 'N'.
       1 v-solde-final pic x.
           88 solde-final value 'O' false 'N'.
       1 numprop-demande pic 9999 value 0.
       1 mandat-debut pic 9(8).
       1 mandat-fin pic 9(8).
       1 reserve-liberee pic 9(9)v99.
       1 tot-soldes pic 9(6) value 0.
       1 date-a-editer pic 9(8).
       1 date-edit pic x(10).

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-livre f-proprio f-reversements
               f-impression f-honoraires.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
               ' ' fs-proprio
               ' ' fs-reversements
               ' ' fs-impression
               ' ' fs-honoraires
               ' cle=' GLnumprop
               delimited by size into evenement-rec
           write evenement-rec
           accept arg-buffer from argument-value
           move arg-buffer(1:8) to operateur-courant

      * Troisieme argument SIMULATION : meme calcul que le reversement
      * reel, edite dans reversements-simu.lst, sans rien ecrire ni
      * dans reversements.dat, ni dans grand-livre.dat, ni dans
      * charges-rec.dat, et sans consommer de numero d'honoraires.
           display 3 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer(1:1) = 'S' or arg-buffer(1:1) = 's'
               set simulation to true
               move 'reversements-simu.lst' to nom-listing
           end-if

      * Quatrieme argument : seuil au-dela duquel un reversement doit
      * etre approuve individuellement avant le fichier de virements.
           display 4 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to seuil-approbation
           end-if

      * Cinquieme argument : numero de proprietaire, pour regler a la
      * demande le solde de tout compte d'un seul mandat cloture.
           display 5 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to numprop-demande
               if not simulation
                   move 'reversements-solde.lst' to nom-listing
               end-if
           end-if

           open input f-operateurs
           if fs-operateurs = '00'
               set operateur-autorise to false
           call 'pg-controle-periode' using date-jour etat-periode
               end-call
           if etat-periode = 'F'
               if simulation
                   display 'PG-REVERSEMENT - periode comptable close,'
                       ' le reversement reel serait refuse'
               else
                   display 'PG-REVERSEMENT - periode comptable close,'
                       ' reversement refuse'
                   move 1 to return-code
                   stop run
               end-if
           end-if

           move date-jour(1:6) to periode
           move date-jour(5:2) to mois-courant
           if mois-courant = 1
               compute periode-precedente = periode - 89
           else
               compute periode-precedente = periode - 1
           end-if

      * Les honoraires de gestion sont factures au proprietaire a
      * chaque reversement ; la commission deduite s'entend TTC.
           call 'pg-taux-tva' using categorie-tva date-jour
               taux-honoraires end-call
           if taux-honoraires = 0
               display 'PG-REVERSEMENT - pas de taux HONORAIRES dans'
                   ' tva.dat, honoraires factures sans TVA'
           end-if
           move date-jour(1:4) to exercice-courant
           compute prefixe-exercice =
               function mod(exercice-courant, 100) * 10000
           open input f-hono-compteur
           if fs-hono-compteur = '00'
               read f-hono-compteur
                   at end continue
                   not at end
                       if hc-annee = exercice-courant
                           move hc-prochain to prochain-seq
                       end-if
               end-read
               close f-hono-compteur
           end-if

           call 'pg-agence-session' using agence-operateur end-call

           if simulation
               open input f-livre
           else
               open i-o f-livre
           end-if
           if fs-livre = '35'
               display 'PG-REVERSEMENT - pas de grand-livre.dat,'
                   ' rien a reverser'
               close f-retenues
           end-if

           if not simulation
               accept heure-lot from time
               open i-o f-approbations
               if fs-approbations = '35'
                   open output f-approbations
                   close f-approbations
                   open i-o f-approbations
               end-if
               if fs-approbations <> '00'
                   display 'PG-REVERSEMENT - ouverture'
                       ' approbations.dat impossible'
                   display 'code retour fichier : ' fs-approbations
                   move 1 to return-code
                   stop run
               end-if
           end-if

      * Fonds de reserve des proprietaires : en simulation il est
      * seulement lu, les dotations ne sont pas enregistrees.
           if simulation
               open input f-reserves
           else
               open i-o f-reserves
               if fs-reserves = '35'
                   open output f-reserves
                   close f-reserves
                   open i-o f-reserves
               end-if
           end-if
           if fs-reserves = '00'
               set reserves-dispo to true
           else
               if fs-reserves <> '35'
                   display 'PG-REVERSEMENT - ouverture reserves.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-reserves
                   move 1 to return-code
                   stop run
               end-if
           end-if

           if simulation
               open input f-resiliations
           else
               open i-o f-resiliations
           end-if
           if fs-resiliations = '00'
               set resiliations-dispo to true
           end-if

           perform charger-retours-attente
           if simulation
               perform charger-net-precedent
           else
               open extend f-reversements
               if fs-reversements = '35'
                   open output f-reversements
               end-if
           end-if
           if fs-reversements <> '00'
               display 'PG-REVERSEMENT - ouverture reversements.dat'
               stop run
           end-if

           if not simulation
               open i-o f-honoraires
               if fs-honoraires = '35'
                   open output f-honoraires
                   close f-honoraires
                   open i-o f-honoraires
               end-if
               if fs-honoraires <> '00'
                   display 'PG-REVERSEMENT - ouverture'
                       ' honoraires.dat impossible'
                   display 'code retour fichier : ' fs-honoraires
                   move 1 to return-code
                   stop run
               end-if
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-REVERSEMENT - ouverture ' nom-listing
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           if simulation
               string 'SIMULATION REVERSEMENTS - periode ' periode
                   ' (aucune ecriture)'
                   delimited by size into ligne-tampon
           else
               string 'REVERSEMENTS PROPRIETAIRES - periode ' periode
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr
           move taux-commission to taux-edit
           end-if

           perform until fin-livre
               compute brut-calcule = GLRecu - GLReverse
               if simulation
                   perform simuler-brut
               end-if
               if GLnumprop > 0
                   compute brut-calcule =
                       brut-calcule - tra-net(GLnumprop)
               end-if
               if brut-calcule > 0
                   move brut-calcule to montant-a-reverser
               else
                   move 0 to montant-a-reverser
               end-if
               perform controler-solde-final
               if numprop-demande > 0 and GLnumprop <> numprop-demande
                   move 0 to montant-a-reverser
                   set solde-final to false
               end-if
               set proprio-trouve to false
               if montant-a-reverser > 0 or solde-final
                   move GLnumprop to Pnumprop
                   read f-proprio key is Pnumprop
                       invalid key continue
                       and (not proprio-trouve
                           or PAgenceProp <> agence-operateur)
                       move 0 to montant-a-reverser
                       set solde-final to false
                   end-if
               end-if
               if montant-a-reverser > 0 or solde-final
                   compute tot-proprietaires = tot-proprietaires + 1
                   if proprio-trouve
                       move PNomProp to RVNom
                   end-if

                   move taux-commission to taux-applique
                   move 0 to reserve-cible
                   move 0 to taux-reserve
                   move 0 to mandat-debut
                   move 0 to mandat-fin
                   if mandats-dispo
                       move GLnumprop to MDnumprop
                       read f-mandats key is MDnumprop
                           invalid key continue
                           not invalid key
                               move MDReserveCible to reserve-cible
                               move MDTauxReserve to taux-reserve
                               move MDDateDebut to mandat-debut
                               move MDDateFin to mandat-fin
                               if (date-jour >= MDDateDebut
                                   and date-jour <= MDDateFin)
                                   or solde-final
                                   move MDTauxCommission
                                       to taux-applique
                               else
                   compute tot-retenues = tot-retenues + RVRetenue
                   compute RVNet = RVBrut - RVCommission
                       - RVRetenue
                   move 0 to RVReserve
                   move 0 to reserve-liberee
                   if solde-final
                       perform liberer-reserve
                   else if reserve-cible > 0 and RVNet > 0
                       perform constituer-reserve
                   end-if
                   end-if
                   move 0 to RVNumHonoraire
                   move space to RVStatutVirement
                   if RVCommission > 0
                       perform emettre-honoraires
                   end-if
                   if not simulation
                       write reversement
                   end-if
                   if fs-reversements <> '00'
                       display 'PG-REVERSEMENT - ecriture'
                           ' reversements.dat impossible'
                       move 1 to return-code
                       stop run
                   end-if
                   if not simulation and RVNet > seuil-approbation
                       move RVNumProp to APnumprop
                       move RVNet to montant-a-approuver
                       perform noter-approbation
                       compute tot-a-approuver = tot-a-approuver + 1
                   end-if

                   compute tot-brut = tot-brut + RVBrut
                   compute tot-commission = tot-commission
                       + RVCommission
                   compute tot-net = tot-net + RVNet
                   compute tot-reserve = tot-reserve + RVReserve

                   move '----------------------------------------'
                       to ligne-impr
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                   end-if
                   if RVReserve > 0
                       perform editer-reserve
                   end-if
                   if solde-final
                       move reserve-liberee to montant-edit
                       move spaces to ligne-tampon
                       string 'Solde de tout compte, reserve liberee : '
                           montant-edit
                           delimited by size into ligne-tampon
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                   end-if
                   move RVNet to montant-edit
                   string 'Net verse  : ' montant-edit
                       delimited by size into ligne-tampon
                   if charges-dispo
                       perform editer-charges-proprio
                   end-if
                   if RVCommission > 0
                       perform editer-honoraires
                   end-if
                   if simulation
                       perform editer-ecart-net
                   end-if
                   if fs-impression <> '00'
                       display 'PG-REVERSEMENT - ecriture '
                           nom-listing ' impossible'
                       display 'code retour fichier : ' fs-impression
                       move 1 to return-code
                       stop run
                   end-if

                   if not simulation
                       compute GLReverse = GLReverse
                           + montant-a-reverser
                       rewrite grand-livre
                       if fs-livre <> '00'
                           display 'PG-REVERSEMENT - reecriture'
                               ' grand-livre.dat impossible'
                           display 'code retour fichier : ' fs-livre
                           move 1 to return-code
                           stop run
                       end-if
                   end-if
                   if solde-final and not simulation
                       perform solder-mandat
                   end-if
               end-if

               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move tot-reserve to montant-edit
           string 'Total reserve    : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move tot-net to montant-edit
           string 'Total net        : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if simulation
               move tot-net-precedent to montant-edit
               string 'Net mois prec.   : ' montant-edit
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if

      * Le lot du mois attend l'approbation d'un second operateur ;
      * un nouveau passage dans la periode le remet en attente.
           if not simulation
               if tot-proprietaires > 0
                   move 0 to APnumprop
                   move tot-net to montant-a-approuver
                   perform noter-approbation
               end-if
               close f-approbations
           end-if

           close f-livre
           close f-proprio
           if charges-dispo
               close f-charges
           end-if
           if reserves-dispo
               close f-reserves
           end-if
           if resiliations-dispo
               close f-resiliations
           end-if
           if cloture-ouverte
               close f-cloture
           end-if
           if not simulation
               close f-reversements
               close f-honoraires
           end-if
           close f-impression

           display 'PG-REVERSEMENT - TOTAUX DE CONTROLE'
           display 'total brut           : ' tot-brut
           display 'total commission     : ' tot-commission
           display 'total net            : ' tot-net
           display 'dotation reserve     : ' tot-reserve
           display 'mandats expires      : ' tot-mandats-expires
           display 'retenues a la source : ' tot-retenues
           display 'factures honoraires  : ' tot-honoraires
           display 'TVA sur honoraires   : ' tot-honoraires-tva
           display 'a approuver (seuil)  : ' tot-a-approuver
           display 'soldes de mandat     : ' tot-soldes
           if simulation
               display 'simulation dans reversements-simu.lst,'
                   ' aucun fichier mis a jour'
           end-if
           stop run.

       noter-approbation.
           move periode to APPeriode
           read f-approbations key is APcle
               invalid key
                   move montant-a-approuver to APMontant
                   perform preparer-approbation
                   write approbation
               not invalid key
                   compute APMontant = APMontant
                       + montant-a-approuver
                   perform preparer-approbation
                   rewrite approbation
           end-read
           if fs-approbations <> '00'
               display 'PG-REVERSEMENT - mise a jour'
                   ' approbations.dat impossible'
               display 'code retour fichier : ' fs-approbations
               move 1 to return-code
               stop run
           end-if.

       preparer-approbation.
           move 'E' to APStatut
           move operateur-courant to APOperateurPaie
           move date-jour to APDateLot
           move heure-lot to APHeureLot
           move spaces to APOperateur
           move 0 to APDate
           move 0 to APHeure.

      * Le fonds de reserve est alimente par une part du net de
      * chaque reversement (taux du mandat, a defaut taux par defaut)
      * jusqu'a atteindre la cible fixee au mandat. Les travaux
      * recharges par pg-recharge-ot y puisent en premier.
       constituer-reserve.
           perform lire-reserve
           if solde-reserve < reserve-cible
               if taux-reserve = 0
                   move taux-reserve-defaut to taux-reserve
               end-if
               compute manque-reserve = reserve-cible - solde-reserve
               compute RVReserve rounded =
                   RVNet * taux-reserve / 100
               if RVReserve > manque-reserve
                   move manque-reserve to RVReserve
               end-if
               compute RVNet = RVNet - RVReserve
               compute solde-reserve = solde-reserve + RVReserve
               if not simulation and RVReserve > 0
                   compute rang-reserve = rang-reserve + 1
                   move GLnumprop to MRnumprop
                   move rang-reserve to MRrang
                   move date-jour to MRDate
                   move periode to MRPeriode
                   move 'D' to MRType
                   move RVReserve to MRMontant
                   move solde-reserve to MRSolde
                   move spaces to MRReference
                   string 'REVERSEMENT ' periode
                       delimited by size into MRReference
                   write mouvement-reserve
                   if fs-reserves <> '00'
                       display 'PG-REVERSEMENT - ecriture'
                           ' reserves.dat impossible'
                       display 'code retour fichier : ' fs-reserves
                       move 1 to return-code
                       stop run
                   end-if
               end-if
           end-if.

      * Solde du fonds de reserve : celui du dernier mouvement du
      * proprietaire.
       lire-reserve.
           move 0 to solde-reserve
           move 0 to rang-reserve
           if reserves-dispo
               set fin-reserves to false
               move GLnumprop to MRnumprop
               move 0 to MRrang
               start f-reserves key is >= MRcle
                   invalid key set fin-reserves to true
               end-start
               if not fin-reserves
                   read f-reserves next record at end
                       set fin-reserves to true
                   end-read
               end-if
               perform until fin-reserves or MRnumprop <> GLnumprop
                   move MRSolde to solde-reserve
                   move MRrang to rang-reserve
                   read f-reserves next record at end
                       set fin-reserves to true
                   end-read
               end-perform
           end-if.

      * Mandat resilie et cloture : le solde de tout compte est regle
      * meme a zero, au taux du mandat.
       controler-solde-final.
           set solde-final to false
           if resiliations-dispo and GLnumprop > 0
               move GLnumprop to MFnumprop
               read f-resiliations key is MFnumprop
                   invalid key continue
                   not invalid key
                       if MFStatut = 'C'
                           set solde-final to true
                       end-if
               end-read
           end-if.

      * Au solde de tout compte, le fonds de reserve est rendu au
      * proprietaire avec le net ; le mouvement de liberation ramene
      * le solde a zero.
       liberer-reserve.
           perform lire-reserve
           move solde-reserve to reserve-liberee
           if reserve-liberee > 0
               compute RVNet = RVNet + reserve-liberee
               if not simulation
                   compute rang-reserve = rang-reserve + 1
                   move GLnumprop to MRnumprop
                   move rang-reserve to MRrang
                   move date-jour to MRDate
                   move periode to MRPeriode
                   move 'L' to MRType
                   move reserve-liberee to MRMontant
                   move 0 to MRSolde
                   move spaces to MRReference
                   string 'SOLDE MANDAT ' periode
                       delimited by size into MRReference
                   write mouvement-reserve
                   if fs-reserves <> '00'
                       display 'PG-REVERSEMENT - ecriture'
                           ' reserves.dat impossible'
                       display 'code retour fichier : ' fs-reserves
                       move 1 to return-code
                       stop run
                   end-if
               end-if
           end-if.

       solder-mandat.
           move 'S' to MFStatut
           move date-jour to MFDateSolde
           move RVNet to MFNetSolde
           rewrite resiliation
           if fs-resiliations <> '00'
               display 'PG-REVERSEMENT - reecriture resiliations.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resiliations
               move 1 to return-code
               stop run
           end-if
           compute tot-soldes = tot-soldes + 1
           perform editer-cloture.

      * Releve de cloture remis au proprietaire sortant.
       editer-cloture.
           if not cloture-ouverte
               open extend f-cloture
               if fs-cloture = '35'
                   open output f-cloture
               end-if
               if fs-cloture <> '00'
                   display 'PG-REVERSEMENT - ouverture'
                       ' cloture-mandat.lst impossible'
                   display 'code retour fichier : ' fs-cloture
                   move 1 to return-code
                   stop run
               end-if
               set cloture-ouverte to true
           end-if
           move '========================================'
               to ligne-cloture
           write ligne-cloture
           move spaces to ligne-tampon
           string 'RELEVE DE CLOTURE DU MANDAT - proprietaire '
               RVNumProp
               delimited by size into ligne-tampon
           perform sortir-cloture
           move spaces to ligne-tampon
           if proprio-trouve
               string function trim(PNomProp) ' '
                   function trim(PPrenomProp)
                   delimited by size into ligne-tampon
               perform sortir-cloture
               move spaces to ligne-tampon
               string function trim(PAdresseProp) ' '
                   function trim(PCodePostalProp) ' '
                   function trim(PVilleProp)
                   delimited by size into ligne-tampon
           else
               move RVNom to ligne-tampon
           end-if
           perform sortir-cloture
           perform sortir-cloture
           move mandat-debut to date-a-editer
           perform editer-date
           move spaces to ligne-tampon
           string 'Mandat du      : ' date-edit
               delimited by size into ligne-tampon
           move mandat-fin to date-a-editer
           perform editer-date
           move ' au ' to ligne-tampon(30:4)
           move date-edit to ligne-tampon(34:10)
           perform sortir-cloture
           move MFDateFin to date-a-editer
           perform editer-date
           move spaces to ligne-tampon
           string 'Resilie au     : ' date-edit
               delimited by size into ligne-tampon
           move MFDateCloture to date-a-editer
           perform editer-date
           move ', cloture le ' to ligne-tampon(28:13)
           move date-edit to ligne-tampon(41:10)
           perform sortir-cloture
           move MFDateSolde to date-a-editer
           perform editer-date
           move spaces to ligne-tampon
           string 'Solde regle le : ' date-edit ' par '
               operateur-courant
               delimited by size into ligne-tampon
           perform sortir-cloture
           perform sortir-cloture
           move 'Grand livre' to ligne-tampon
           perform sortir-cloture
           move GLFacture to montant-edit
           string '  Facture            : ' montant-edit
               delimited by size into ligne-tampon
           perform sortir-cloture
           move GLRecu to montant-edit
           string '  Encaisse           : ' montant-edit
               delimited by size into ligne-tampon
           perform sortir-cloture
           move GLReverse to montant-edit
           string '  Reverse (cumul)    : ' montant-edit
               delimited by size into ligne-tampon
           perform sortir-cloture
           perform sortir-cloture
           move 'Reglement final' to ligne-tampon
           perform sortir-cloture
           move RVBrut to montant-edit
           string '  Brut               : ' montant-edit
               delimited by size into ligne-tampon
           perform sortir-cloture
           move RVCommission to montant-edit
           move taux-applique to taux-edit
           string '  Commission         : ' montant-edit
               ' (' taux-edit ' %)'
               delimited by size into ligne-tampon
           perform sortir-cloture
           move RVRetenue to montant-edit
           string '  Retenue a la source: ' montant-edit
               delimited by size into ligne-tampon
           perform sortir-cloture
           move reserve-liberee to montant-edit
           string '  Reserve liberee    : ' montant-edit
               delimited by size into ligne-tampon
           perform sortir-cloture
           move RVNet to montant-edit
           string '  Net verse          : ' montant-edit
               delimited by size into ligne-tampon
           perform sortir-cloture
           if RVNumHonoraire > 0
               string '  Facture d''honoraires H' RVNumHonoraire
                   delimited by size into ligne-tampon
               perform sortir-cloture
           end-if
           if RVNet > seuil-approbation
               move '  Virement soumis a approbation' to ligne-tampon
               perform sortir-cloture
           end-if
           if tra-net(GLnumprop) > 0
               move tra-net(GLnumprop) to montant-edit
               string '  Virements retournes en attente : '
                   montant-edit
                   delimited by size into ligne-tampon
               perform sortir-cloture
               move '  (representes par le fichier de virements)'
                   to ligne-tampon
               perform sortir-cloture
           end-if
           perform sortir-cloture
           move 'Solde de tout compte pour acquit :' to ligne-tampon
           perform sortir-cloture.

       sortir-cloture.
           move ligne-tampon to ligne-cloture
           write ligne-cloture
           if fs-cloture <> '00'
               display 'PG-REVERSEMENT - ecriture cloture-mandat.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-cloture
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon.

       editer-date.
           move spaces to date-edit
           if date-a-editer > 0
               string date-a-editer(7:2) '/' date-a-editer(5:2) '/'
                   date-a-editer(1:4) delimited by size into date-edit
           end-if.

       editer-reserve.
           move RVReserve to montant-edit
           move spaces to ligne-tampon
           string 'Reserve    : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move solde-reserve to montant-edit
           move spaces to ligne-tampon
           string '  Solde reserve : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move reserve-cible to montant-edit
           move spaces to ligne-tampon
           string '  Cible mandat  : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr.

       charger-retours-attente.
           initialize tbl-retours-attente
           set fin-reversements to false
           open input f-reversements
           if fs-reversements = '00'
               read f-reversements at end
                   set fin-reversements to true
               end-read
               perform until fin-reversements
                   if RVStatutVirement = 'R' and RVNumProp > 0
                       compute tra-net(RVNumProp) =
                           tra-net(RVNumProp) + RVNet
                   end-if
                   read f-reversements at end
                       set fin-reversements to true
                   end-read
               end-perform
               close f-reversements
           end-if
           set fin-reversements to false.

      * Net verse a chaque proprietaire sur la periode precedente,
      * pour comparaison dans la simulation.
       charger-net-precedent.
           initialize tbl-net-precedent
           open input f-reversements
           if fs-reversements = '35'
               move '00' to fs-reversements
               set fin-reversements to true
           end-if
           if fs-reversements = '00' and not fin-reversements
               read f-reversements at end
                   set fin-reversements to true
               end-read
               perform until fin-reversements
                   if RVPeriode = periode-precedente
                       and RVNumProp > 0
                       compute tnp-net(RVNumProp) =
                           tnp-net(RVNumProp) + RVNet
                   end-if
                   read f-reversements at end
                       set fin-reversements to true
                   end-read
               end-perform
               close f-reversements
           end-if.

      * En simulation, les charges contractuelles de la periode pas
      * encore passees par pg-charges-proprio sont deduites comme
      * elles le seront avant le reversement reel.
       simuler-brut.
           move 0 to charges-a-venir
           if charges-dispo
               set fin-charges to false
               move GLnumprop to CRnumprop
               move 0 to CRrang
               start f-charges key is >= CRcle
                   invalid key set fin-charges to true
               end-start
               if not fin-charges
                   read f-charges next record at end
                       set fin-charges to true
                   end-read
               end-if
               perform until fin-charges or CRnumprop <> GLnumprop
                   perform controler-charge-a-venir
                   if charge-a-venir
                       compute charges-a-venir =
                           charges-a-venir + CRMontant
                   end-if
                   read f-charges next record at end
                       set fin-charges to true
                   end-read
               end-perform
           end-if
           compute brut-calcule = brut-calcule - charges-a-venir.

       controler-charge-a-venir.
           set charge-a-venir to false
           if CRDernierePeriode < periode
               and CRDateDebut(1:6) <= periode
               and CRDateFin(1:6) >= periode
               if CRFrequence = 'M' or CRFrequence = 'm'
                   set charge-a-venir to true
               else
                   if CRMoisEcheance = mois-courant
                       set charge-a-venir to true
                   end-if
               end-if
           end-if.

       editer-ecart-net.
           compute tot-net-precedent =
               tot-net-precedent + tnp-net(GLnumprop)
           compute ecart-net = RVNet - tnp-net(GLnumprop)
           move tnp-net(GLnumprop) to montant-edit
           move ecart-net to ecart-edit
           move spaces to ligne-tampon
           string 'Net prec.  : ' montant-edit '  ecart : ' ecart-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Facture d'honoraires : numerotation continue par exercice,
      * serie propre (honoraires-cpt.dat) distincte des factures de
      * location.
       emettre-honoraires.
           compute prochain-numfact = prefixe-exercice + prochain-seq
           move prochain-numfact to HOnumfact
           if simulation
               move 0 to HOnumfact
           end-if
           move GLnumprop to HOnumprop
           move periode to HOPeriode
           move date-jour to HODateFacture
           move taux-applique to HOTauxCommission
           move taux-honoraires to HOTauxTVA
           move RVCommission to HOMontantTTC
           compute HOMontantHT rounded =
               RVCommission * 100 / (100 + taux-honoraires)
           compute HOMontantTVA = HOMontantTTC - HOMontantHT
           compute tot-honoraires = tot-honoraires + 1
           compute tot-honoraires-tva =
               tot-honoraires-tva + HOMontantTVA
           if not simulation
               write honoraire
                   invalid key
                       display 'PG-REVERSEMENT - facture d''honoraires '
                           HOnumfact ' deja presente'
                       display 'code retour fichier : ' fs-honoraires
                       move 1 to return-code
                       stop run
               end-write
               compute prochain-seq = prochain-seq + 1
               perform noter-compteur
               move HOnumfact to RVNumHonoraire
           end-if.

      * Le compteur est persiste apres chaque facture emise, comme
      * pour les factures de location.
       noter-compteur.
           open output f-hono-compteur
           move exercice-courant to hc-annee
           move prochain-seq to hc-prochain
           write hono-compteur-rec
           close f-hono-compteur.

       editer-honoraires.
           move spaces to ligne-tampon
           if simulation
               string 'Facture d''honoraires (numerotee au'
                   ' reversement)'
                   delimited by size into ligne-tampon
           else
               string 'Facture d''honoraires H' HOnumfact ' du '
                   HODateFacture
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr
           move HOMontantHT to montant-edit
           move spaces to ligne-tampon
           string '  Honoraires HT : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move HOMontantTVA to montant-edit
           move HOTauxTVA to taux-edit
           move spaces to ligne-tampon
           string '  TVA ' taux-edit ' %   : ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move HOMontantTTC to montant-edit
           move spaces to ligne-tampon
           string '  Total TTC     : ' montant-edit
               ' (deduit du reversement)'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr.

       editer-charges-proprio.
           set fin-charges to false
           move GLnumprop to CRnumprop
               end-read
           end-if
           perform until fin-charges or CRnumprop <> GLnumprop
               set charge-a-venir to false
               if simulation
                   perform controler-charge-a-venir
               end-if
               if CRDernierePeriode = periode or charge-a-venir
                   move CRMontant to montant-edit
                   move spaces to ligne-tampon
           string 'Retenue    : ' CRlibelle ' '
                       montant-edit
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
