       program-id. pg-resiliation-mandat.

       file-control.
           select f-proprio assign 'proprio.dat'
           organization indexed
           access random
           record key Pnumprop
           alternate key PCleDup with duplicates
           file status fs-proprio.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-resiliations assign 'resiliations.dat'
           organization indexed
           access random
           record key MFnumprop
           file status fs-resiliations.

           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-locataire assign 'locataire.dat'
           organization indexed
           access random
           record key Lnumloc
           file status fs-locataire.

           select f-cles assign 'cles-appart.dat'
           organization indexed
           access dynamic
           record key CLcle
           file status fs-cles.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access random
           record key GLnumprop
           file status fs-livre.

           select f-impression assign 'resiliations.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-proprio.
           copy proprio.

       fd f-mandats.
           copy mandat.

       fd f-resiliations.
           copy resiliation.

       fd f-appart.
           copy appartement.

       fd f-resa.
           copy reservation.

       fd f-locataire.
           copy locataire.

       fd f-cles.
           copy cle-appart.

       fd f-livre.
           copy grand-livre.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-proprio pic xx.
       1 fs-mandats pic xx.
       1 fs-resiliations pic xx.
       1 fs-appart pic xx.
       1 fs-resa pic xx.
       1 fs-locataire pic xx.
       1 fs-cles pic xx.
       1 fs-livre pic xx.
       1 fs-impression pic xx.
       1 fonction-maj pic x value 'M'.
       1 operateur-courant pic x(8).
       1 date-jour pic 9(8).
       1 numprop-saisi pic 9999.
       1 date-fin-saisie pic 9(8).
       1 v-action pic x.
           88 action-ouvrir value 'O' 'o'.
           88 action-lister value 'L' 'l'.
           88 action-cloturer value 'C' 'c'.
       1 v-confirme pic x.
           88 action-confirmee value 'O' 'o'.
       1 v-proprio-trouve pic x.
           88 proprio-trouve value 'O' false 'N'.
       1 v-mandat-trouve pic x.
           88 mandat-trouve value 'O' false 'N'.
       1 v-resiliation-trouvee pic x.
           88 resiliation-trouvee value 'O' false 'N'.
       1 v-locataires-dispo pic x value 'N'.
           88 locataires-dispo value 'O' false 'N'.
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-cles pic x value 'N'.
           88 fin-cles value 'O' false 'N'.
       1 nom-proprio pic x(41).
       1 libelle-statut pic x(10).
       1 fin-resiliation pic 9(8).
       1 ancienne-fin pic 9(8).
      * Appartements du proprietaire
       1 nb-apparts pic 99 value 0.
       1 tbl-apparts occurs 50 times.
           2 ta-numappart pic 9999.
       1 ax pic 99.
      * Reservations a traiter au-dela de la date de fin
       1 nb-a-traiter pic 9(4) value 0.
       1 nl pic 99.
       1 type-edit pic x(8).
       1 nom-locataire pic x(20).
      * Controles de cloture
       1 resa-bloquante pic 9(6).
       1 cle-bloquante pic 99.
       1 appart-cle pic 9999.
      * Journal des modifications
       1 cle-journal-type pic x.
       1 cle-journal pic 9999.
       1 champ-journal pic x(12).
       1 ancien-journal pic x(30).
       1 nouveau-journal pic x(30).
       1 ligne-tampon pic x(80).
       1 date-a-editer pic 9(8).
       1 date-edit pic x(10).
       1 date-edit2 pic x(10).

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Resiliation d''un mandat de gestion'.
       1 s-plg-saisie.
           2 line 4 col 3 'Proprietaire : '.
           2 s-numprop line 4 col 18 pic 9999 to numprop-saisi
               required.
           2 line 5 col 3 'Action (O=ouvrir, L=lister, C=cloturer) : '.
           2 s-action line 5 col 45 pic x to v-action required.
       1 a-plg-proprio.
           2 line 7 col 3 'Nom         : '.
           2 a-nom line 7 col 17 pic x(41) from nom-proprio.
           2 line 8 col 3 'Mandat du   : '.
           2 a-debut line 8 col 17 pic 9(8) from MDDateDebut.
           2 line 8 col 26 'au'.
           2 a-fin line 8 col 29 pic 9(8) from MDDateFin.
           2 line 9 col 3 'Resiliation : '.
           2 a-statut line 9 col 17 pic x(10) from libelle-statut.
           2 line 9 col 28 'fin'.
           2 a-fin-resil line 9 col 32 pic 9(8) from fin-resiliation.
       1 s-plg-date-fin.
           2 line 11 col 3 'Date de fin du mandat (AAAAMMJJ) : '.
           2 s-date-fin line 11 col 39 pic 9(8) to date-fin-saisie
               required.
       1 s-plg-confirmer.
           2 line 12 col 3 'Confirmer (O/N) : '.
           2 s-confirme line 12 col 21 pic x to v-confirme required.
       1 a-plg-proprio-inconnu.
           2 line 13 col 3 'Aucun proprietaire avec ce numero.'.
       1 a-plg-sans-mandat.
           2 line 13 col 3 'Aucun mandat enregistre pour ce'.
           2 line 13 col 35 'proprietaire.'.
       1 a-plg-action-invalide.
           2 line 13 col 3 'Action inconnue.'.
       1 a-plg-date-invalide.
           2 line 13 col 3 'Date de fin invalide, passee ou avant le'.
           2 line 13 col 44 'debut du mandat.'.
       1 a-plg-deja-cloture.
           2 line 13 col 3 'Mandat deja cloture.'.
       1 a-plg-pas-ouverte.
           2 line 13 col 3 'Aucune resiliation en cours pour ce'.
           2 line 13 col 39 'proprietaire.'.
       1 a-plg-fin-non-atteinte.
           2 line 13 col 3 'Date de fin du mandat non atteinte.'.
       1 a-plg-resa-bloquante.
           2 line 13 col 3 'Sejour en cours, a venir ou non facture,'.
           2 line 13 col 44 'resa '.
           2 a-resa-bloquante line 13 col 49 pic 9(6)
               from resa-bloquante.
       1 a-plg-cle-bloquante.
           2 line 13 col 3 'Jeu de cles non rendu : appartement'.
           2 a-appart-cle line 13 col 39 pic 9999 from appart-cle.
           2 line 13 col 44 'jeu'.
           2 a-cle-bloquante line 13 col 48 pic 99
               from cle-bloquante.
       1 a-plg-abandon.
           2 line 13 col 3 'Abandon, rien n''est modifie.'.
       1 a-plg-ouverte.
           2 line 13 col 3 'Resiliation enregistree, reservations a'.
           2 line 13 col 43 'traiter :'.
           2 a-nb-ouverte line 13 col 53 pic zzz9 from nb-a-traiter.
       1 a-plg-liste.
           2 line 13 col 3 'Reservations a traiter :'.
           2 a-nb-liste line 13 col 28 pic zzz9 from nb-a-traiter.
       1 a-plg-cloture.
           2 line 13 col 3 'Mandat cloture, appartements retires.'.
           2 line 14 col 3 'Solde de tout compte au prochain'.
           2 line 14 col 36 'reversement.'.
       1 a-plg-entete.
           2 line 14 col 3 'Resa   Appart Arrivee  Depart   Type'.
           2 line 14 col 40 'Locataire'.
       1 a-plg-ligne.
           2 a-numresa line nl col 3 pic 9(6) from Rnumresa.
           2 a-numappart line nl col 10 pic 9999 from Rnumappart.
           2 a-arrivee line nl col 17 pic 9(8) from RDateArrivee.
           2 a-depart line nl col 26 pic 9(8) from RDateDepart.
           2 a-type line nl col 35 pic x(4) from type-edit.
           2 a-locataire line nl col 40 pic x(20) from nom-locataire.
       1 a-plg-suite.
           2 line 22 col 3 'Liste complete et actions a mener dans'.
           2 line 22 col 42 'resiliations.lst.'.

      * Depart d'un proprietaire : la resiliation fixe la fin du
      * mandat, au-dela de laquelle plus aucune nuit n'est louee
      * (pg-mandat-ouvert). Les reservations posterieures sont
      * listees pour etre gardees, relogees (menu 54) ou annulees
      * (menu 24). A la fin du mandat, la cloture retire les
      * appartements une fois les sejours factures et les cles
      * rendues ; pg-reversement regle alors le solde de tout compte
      * et pg-archive-proprio peut archiver le proprietaire.
       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre

           call 'pg-controle-acces' using fonction-maj
               operateur-courant end-call
           if operateur-courant = spaces
               display 'PG-RESILIATION-MANDAT - acces refuse'
               goback
           end-if

           display s-plg-saisie
           accept s-plg-saisie

           if not action-ouvrir and not action-lister
               and not action-cloturer
               display a-plg-action-invalide
               goback
           end-if

           open input f-proprio
           if fs-proprio <> '00'
               display 'PG-RESILIATION-MANDAT - ouverture proprio.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-proprio
               move 1 to return-code
               stop run
           end-if
           move numprop-saisi to Pnumprop
           read f-proprio key is Pnumprop
               invalid key set proprio-trouve to false
               not invalid key
                   set proprio-trouve to true
                   move spaces to nom-proprio
                   string function trim(PNomProp) ' '
                       function trim(PPrenomProp)
                       delimited by size into nom-proprio
           end-read
           close f-proprio
           if not proprio-trouve
               display a-plg-proprio-inconnu
               goback
           end-if

           open i-o f-mandats
           if fs-mandats <> '00' and fs-mandats <> '35'
               display 'PG-RESILIATION-MANDAT - ouverture mandats.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-mandats
               move 1 to return-code
               stop run
           end-if
           if fs-mandats = '00'
               move numprop-saisi to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key set mandat-trouve to false
                   not invalid key set mandat-trouve to true
               end-read
           end-if
           if not mandat-trouve
               display a-plg-sans-mandat
               if fs-mandats = '00'
                   close f-mandats
               end-if
               goback
           end-if

           open i-o f-resiliations
           if fs-resiliations = '35'
               open output f-resiliations
               close f-resiliations
               open i-o f-resiliations
           end-if
           if fs-resiliations <> '00'
               display 'PG-RESILIATION-MANDAT - ouverture'
                   ' resiliations.dat impossible'
               display 'code retour fichier : ' fs-resiliations
               move 1 to return-code
               stop run
           end-if
           move numprop-saisi to MFnumprop
           read f-resiliations key is MFnumprop
               invalid key set resiliation-trouvee to false
               not invalid key set resiliation-trouvee to true
           end-read
           perform libeller-statut
           display a-plg-proprio

           open i-o f-appart
           if fs-appart <> '00'
               display 'PG-RESILIATION-MANDAT - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           open input f-resa
           if fs-resa <> '00'
               display 'PG-RESILIATION-MANDAT - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if
           perform relever-apparts

           evaluate true
               when action-ouvrir
                   perform ouvrir-resiliation
               when action-lister
                   if not resiliation-trouvee
                       display a-plg-pas-ouverte
                   else
                       perform lister-reservations
                       display a-plg-liste
                   end-if
               when action-cloturer
                   perform cloturer-mandat
           end-evaluate

           close f-mandats
           close f-resiliations
           close f-appart
           close f-resa
           goback.

       libeller-statut.
           move 0 to fin-resiliation
           move 'aucune' to libelle-statut
           if resiliation-trouvee
               move MFDateFin to fin-resiliation
               evaluate MFStatut
                   when 'O' move 'ouverte' to libelle-statut
                   when 'C' move 'cloturee' to libelle-statut
                   when 'S' move 'soldee' to libelle-statut
               end-evaluate
           end-if.

       relever-apparts.
           move 0 to nb-apparts
           set fin-appart to false
           move numprop-saisi to Anumprop
           start f-appart key is = Anumprop
               invalid key set fin-appart to true
           end-start
           if not fin-appart
               read f-appart next record at end set fin-appart to true
               end-read
           end-if
           perform until fin-appart or Anumprop <> numprop-saisi
               if nb-apparts < 50
                   compute nb-apparts = nb-apparts + 1
                   move Anumappart to ta-numappart(nb-apparts)
               end-if
               read f-appart next record at end set fin-appart to true
               end-read
           end-perform.

      * Ouverture (ou report) de la resiliation : la date de fin
      * devient la fin du mandat.
       ouvrir-resiliation.
           if resiliation-trouvee and MFStatut <> 'O'
               display a-plg-deja-cloture
           else
               display s-plg-date-fin
               accept s-plg-date-fin
               if function test-date-yyyymmdd(date-fin-saisie) <> 0
                   or date-fin-saisie < date-jour
                   or date-fin-saisie < MDDateDebut
                   display a-plg-date-invalide
               else
                   display s-plg-confirmer
                   accept s-plg-confirmer
                   if not action-confirmee
                       display a-plg-abandon
                   else
                       perform ecrire-resiliation
                       perform lister-reservations
                       display a-plg-ouverte
                   end-if
               end-if
           end-if.

       ecrire-resiliation.
           move numprop-saisi to MFnumprop
           move date-fin-saisie to MFDateFin
           move date-jour to MFDateSaisie
           move operateur-courant to MFOperateur
           move 'O' to MFStatut
           move 0 to MFDateCloture
           move 0 to MFDateSolde
           move 0 to MFNetSolde
           if resiliation-trouvee
               rewrite resiliation
           else
               write resiliation
           end-if
           if fs-resiliations <> '00'
               display 'PG-RESILIATION-MANDAT - mise a jour'
                   ' resiliations.dat impossible'
               display 'code retour fichier : ' fs-resiliations
               move 1 to return-code
               stop run
           end-if
           set resiliation-trouvee to true

           move MDDateFin to ancienne-fin
           move date-fin-saisie to MDDateFin
           rewrite mandat
           if fs-mandats <> '00'
               display 'PG-RESILIATION-MANDAT - reecriture mandats.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-mandats
               move 1 to return-code
               stop run
           end-if
           if ancienne-fin <> date-fin-saisie
               move 'P' to cle-journal-type
               move numprop-saisi to cle-journal
               move 'FINMANDAT' to champ-journal
               move ancienne-fin to ancien-journal
               move date-fin-saisie to nouveau-journal
               perform ecrire-journal
           end-if.

       ecrire-journal.
           call 'pg-journal-maj' using cle-journal-type cle-journal
               champ-journal ancien-journal nouveau-journal
               operateur-courant end-call.

      * Reservations non annulees partant apres la fin du mandat :
      * les premieres a l'ecran, toutes dans resiliations.lst avec
      * l'action a mener.
       lister-reservations.
           move 0 to nb-a-traiter
           move 15 to nl
           open input f-locataire
           if fs-locataire = '00'
               set locataires-dispo to true
           end-if
           open extend f-impression
           if fs-impression = '35'
               open output f-impression
           end-if
           if fs-impression <> '00'
               display 'PG-RESILIATION-MANDAT - ouverture'
                   ' resiliations.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move '========================================'
               to ligne-tampon
           perform sortir-ligne
           move spaces to ligne-tampon
           string 'RESILIATION DU MANDAT - proprietaire '
               numprop-saisi ' ' nom-proprio
               delimited by size into ligne-tampon
           perform sortir-ligne
           move MFDateFin to date-a-editer
           perform editer-date
           move date-edit to date-edit2
           move date-jour to date-a-editer
           perform editer-date
           string 'Fin du mandat : ' date-edit2 '   edite le '
               date-edit ' par ' operateur-courant
               delimited by size into ligne-tampon
           perform sortir-ligne
           move 'Pour chaque reservation : garder, reloger (menu 54)'
               to ligne-tampon
           move ' ou annuler (menu 24).' to ligne-tampon(52:22)
           perform sortir-ligne
           perform sortir-ligne
           move 'Resa' to ligne-tampon(3:4)
           move 'Appart' to ligne-tampon(10:6)
           move 'Arrivee' to ligne-tampon(17:7)
           move 'Depart' to ligne-tampon(28:6)
           move 'Type' to ligne-tampon(39:4)
           move 'Locataire' to ligne-tampon(48:9)
           perform sortir-ligne

           perform varying ax from 1 by 1 until ax > nb-apparts
               perform lister-resa-appart
           end-perform

           if nb-a-traiter = 0
               move '  aucune reservation apres la fin du mandat'
                   to ligne-tampon
               perform sortir-ligne
           else
               display a-plg-suite
           end-if
           close f-impression
           if locataires-dispo
               close f-locataire
           end-if.

       lister-resa-appart.
           set fin-resa to false
           move ta-numappart(ax) to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa or Rnumappart <> ta-numappart(ax)
               if RStatut <> 'A' and RDateDepart > MFDateFin
                   perform lister-une-resa
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
           end-perform.

       lister-une-resa.
           compute nb-a-traiter = nb-a-traiter + 1
           if RType = 'P'
               move 'proprio' to type-edit
           else
               move 'location' to type-edit
           end-if
           move spaces to nom-locataire
           if RType <> 'P' and locataires-dispo
               move Rnumloc to Lnumloc
               read f-locataire key is Lnumloc
                   invalid key continue
                   not invalid key move LNomLoc to nom-locataire
               end-read
           end-if
           if nb-a-traiter = 1
               display a-plg-entete
           end-if
           if nl < 22
               display a-plg-ligne
               compute nl = nl + 1
           end-if
           move RDateArrivee to date-a-editer
           perform editer-date
           move date-edit to date-edit2
           move RDateDepart to date-a-editer
           perform editer-date
           string '  ' Rnumresa ' ' Rnumappart '   ' date-edit2 ' '
               date-edit ' ' type-edit ' ' nom-locataire
               delimited by size into ligne-tampon
           perform sortir-ligne
           move '         action : [ ] garder  [ ] reloger'
               to ligne-tampon
           move '  [ ] annuler' to ligne-tampon(42:13)
           perform sortir-ligne.

      * Cloture a la fin du mandat : sejours termines et factures,
      * cles rendues ; les appartements sont retires du service.
       cloturer-mandat.
           if not resiliation-trouvee
               display a-plg-pas-ouverte
           else if MFStatut <> 'O'
               display a-plg-deja-cloture
           else if date-jour < MFDateFin
               display a-plg-fin-non-atteinte
           else
               perform controler-sejours
               perform controler-cles
               if resa-bloquante > 0
                   display a-plg-resa-bloquante
               else if cle-bloquante > 0
                   display a-plg-cle-bloquante
               else
                   display s-plg-confirmer
                   accept s-plg-confirmer
                   if not action-confirmee
                       display a-plg-abandon
                   else
                       perform retirer-apparts
                       perform ouvrir-compte-final
                       move 'C' to MFStatut
                       move date-jour to MFDateCloture
                       rewrite resiliation
                       if fs-resiliations <> '00'
                           display 'PG-RESILIATION-MANDAT - reecriture'
                               ' resiliations.dat impossible'
                           display 'code retour fichier : '
                               fs-resiliations
                           move 1 to return-code
                           stop run
                       end-if
                       display a-plg-cloture
                   end-if
               end-if
               end-if
           end-if
           end-if
           end-if.

       controler-sejours.
           move 0 to resa-bloquante
           perform varying ax from 1 by 1
                   until ax > nb-apparts or resa-bloquante > 0
               set fin-resa to false
               move ta-numappart(ax) to Rnumappart
               start f-resa key is >= Rnumappart
                   invalid key set fin-resa to true
               end-start
               if not fin-resa
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-if
               perform until fin-resa
                       or Rnumappart <> ta-numappart(ax)
                       or resa-bloquante > 0
                   if RStatut <> 'A'
                       and (RDateDepart > date-jour
                       or (RType = 'L' and RFacturee <> 'O'))
                       move Rnumresa to resa-bloquante
                   end-if
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-perform
           end-perform.

      * Jeux physiques encore pretes ; les codes d'acces ne se
      * rendent pas.
       controler-cles.
           move 0 to cle-bloquante
           move 0 to appart-cle
           open input f-cles
           if fs-cles = '00'
               perform varying ax from 1 by 1
                       until ax > nb-apparts or cle-bloquante > 0
                   set fin-cles to false
                   move ta-numappart(ax) to CLnumappart
                   move 0 to CLjeu
                   move 0 to CLnumresa
                   start f-cles key is >= CLcle
                       invalid key set fin-cles to true
                   end-start
                   if not fin-cles
                       read f-cles next record at end
                           set fin-cles to true
                       end-read
                   end-if
                   perform until fin-cles
                           or CLnumappart <> ta-numappart(ax)
                           or cle-bloquante > 0
                       if CLType <> 'C' and CLStatut = 'P'
                           move CLnumappart to appart-cle
                           move CLjeu to cle-bloquante
                       end-if
                       read f-cles next record at end
                           set fin-cles to true
                       end-read
                   end-perform
               end-perform
               close f-cles
           end-if.

       retirer-apparts.
           perform varying ax from 1 by 1 until ax > nb-apparts
               move ta-numappart(ax) to Anumappart
               read f-appart key is Anumappart
                   invalid key continue
                   not invalid key
                       if AStatut <> 'R'
                           move 'A' to cle-journal-type
                           move Anumappart to cle-journal
                           move 'STATUT' to champ-journal
                           move AStatut to ancien-journal
                           move 'R' to nouveau-journal
                           move 'R' to AStatut
                           rewrite appartement
                           if fs-appart <> '00'
                               display 'PG-RESILIATION-MANDAT -'
                                   ' reecriture appart.dat impossible'
                               display 'code retour fichier : '
                                   fs-appart
                               move 1 to return-code
                               stop run
                           end-if
                           perform ecrire-journal
                       end-if
               end-read
           end-perform.

      * Le solde de tout compte est regle par pg-reversement, qui
      * parcourt le grand livre : un proprietaire sans compte y est
      * cree a zero.
       ouvrir-compte-final.
           open i-o f-livre
           if fs-livre = '35'
               open output f-livre
               close f-livre
               open i-o f-livre
           end-if
           if fs-livre <> '00'
               display 'PG-RESILIATION-MANDAT - ouverture'
                   ' grand-livre.dat impossible'
               display 'code retour fichier : ' fs-livre
               move 1 to return-code
               stop run
           end-if
           move numprop-saisi to GLnumprop
           read f-livre key is GLnumprop
               invalid key
                   move numprop-saisi to GLnumprop
                   move 0 to GLFacture
                   move 0 to GLRecu
                   move 0 to GLReverse
                   write grand-livre
                   if fs-livre <> '00'
                       display 'PG-RESILIATION-MANDAT - ecriture'
                           ' grand-livre.dat impossible'
                       display 'code retour fichier : ' fs-livre
                       move 1 to return-code
                       stop run
                   end-if
           end-read
           close f-livre.

       sortir-ligne.
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-RESILIATION-MANDAT - ecriture'
                   ' resiliations.lst impossible'
               display 'code retour fichier : ' fs-impression
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

       end program pg-resiliation-mandat.
