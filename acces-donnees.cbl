       program-id. pg-acces-donnees.

       file-control.
           select f-operateurs assign 'operateurs.dat'
           organization indexed
           access random
           record key OPCode
           file status fs-operateurs.

           select f-locataire assign 'locataire.dat'
           organization indexed
           access random
           record key Lnumloc
           file status fs-locataire.

           select f-banque-loc assign 'banque-loc.dat'
           organization indexed
           access random
           record key BLnumloc
           file status fs-banque-loc.

           select f-resa assign 'resa.dat'
           organization indexed
           access sequential
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

           select f-etats assign 'etats-lieux.dat'
           organization indexed
           access dynamic
           record key ELcle
           file status fs-etats.

           select f-voyageurs assign 'voyageurs.dat'
           organization indexed
           access dynamic
           record key VYcle
           file status fs-voyageurs.

           select f-reclamations assign 'reclamations.dat'
           organization indexed
           access sequential
           record key RQnumrecl
           alternate key RQnumappart with duplicates
           file status fs-reclamations.

           select f-messages assign 'messages.dat'
           organization indexed
           access sequential
           record key MSnummsg
           alternate key MSnumresa with duplicates
           file status fs-messages.

           select f-proprio assign 'proprio.dat'
           organization indexed
           access random
           record key Pnumprop
           alternate key PCleDup with duplicates
           file status fs-proprio.

           select f-contacts assign 'contacts.dat'
           organization indexed
           access dynamic
           record key CTcle
           file status fs-contacts.

           select f-banque assign 'banque.dat'
           organization indexed
           access random
           record key Bnumprop
           file status fs-banque.

           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-reversements assign 'reversements.dat'
           organization record sequential
           file status fs-reversements.

           select f-journal assign 'maj-journal.dat'
           organization line sequential
           file status fs-journal.

           select f-rapport assign nom-rapport
           organization line sequential
           file status fs-rapport.

           select f-export assign nom-export
           organization line sequential
           file status fs-export.

           select f-demandes assign 'demandes-acces.dat'
           organization line sequential
           file status fs-demandes.

       data division.

       file section.
       fd f-operateurs.
           copy operateur.

       fd f-locataire.
           copy locataire.

       fd f-banque-loc.
           copy banque-loc.

       fd f-resa.
           copy reservation.

       fd f-factures.
           copy facture.

       fd f-paiements.
           copy paiement.

       fd f-cautions.
           copy caution.

       fd f-etats.
           copy etat-lieux.

       fd f-voyageurs.
           copy voyageur.

       fd f-reclamations.
           copy reclamation.

       fd f-messages.
           copy message-locataire.

       fd f-proprio.
           copy proprio.

       fd f-contacts.
           copy contact.

       fd f-banque.
           copy banque.

       fd f-appart.
           copy appartement.

       fd f-mandats.
           copy mandat.

       fd f-reversements.
           copy reversement.

       fd f-journal.
       1 journal-rec.
           2 j-date pic 9(8).
           2 filler pic x.
           2 j-heure pic 9(8).
           2 filler pic x.
           2 j-cle-type pic x.
           2 filler pic x.
           2 j-cle pic 9999.
           2 filler pic x.
           2 j-champ pic x(12).
           2 filler pic x.
           2 j-ancien pic x(30).
           2 filler pic x.
           2 j-nouveau pic x(30).
           2 filler pic x.
           2 j-operateur pic x(8).

       fd f-rapport.
       1 ligne-rapport pic x(100).

       fd f-export.
       1 ligne-export pic x(120).

       fd f-demandes.
       1 demande-rec.
           2 DAdate pic 9(8).
           2 filler pic x.
           2 DAheure pic 9(8).
           2 filler pic x.
           2 DAtype pic x.
           2 filler pic x.
           2 DAnumero pic 9999.
           2 filler pic x.
           2 DAoperateur pic x(8).
           2 filler pic x.
           2 DAnombre pic 9(6).

       working-storage section.
       1 fs-operateurs pic xx.
       1 fs-locataire pic xx.
       1 fs-banque-loc pic xx.
       1 fs-resa pic xx.
       1 fs-factures pic xx.
       1 fs-paiements pic xx.
       1 fs-cautions pic xx.
       1 fs-etats pic xx.
       1 fs-voyageurs pic xx.
       1 fs-reclamations pic xx.
       1 fs-messages pic xx.
       1 fs-proprio pic xx.
       1 fs-contacts pic xx.
       1 fs-banque pic xx.
       1 fs-appart pic xx.
       1 fs-mandats pic xx.
       1 fs-reversements pic xx.
       1 fs-journal pic xx.
       1 fs-rapport pic xx.
       1 fs-export pic xx.
       1 fs-demandes pic xx.
       1 arg-buffer pic x(30).
       1 type-personne pic x.
           88 demande-locataire value 'L'.
           88 demande-proprietaire value 'P'.
       1 numero-personne pic 9999.
       1 operateur-courant pic x(8).
       1 v-operateur-autorise pic x.
           88 operateur-autorise value 'O' false 'N'.
       1 nom-rapport pic x(31).
       1 nom-export pic x(31).
       1 date-jour pic 9(8).
       1 heure-jour pic 9(8).
       1 v-trouve pic x.
           88 personne-trouvee value 'O' false 'N'.
       1 v-fin pic x.
           88 fin-fichier value 'O' false 'N'.
       1 v-resa-cible pic x.
           88 resa-cible value 'O' false 'N'.
       1 v-appart-cible pic x.
           88 appart-cible value 'O' false 'N'.
       1 source-courante pic x(16).
       1 cle-courante pic x(20).
       1 nom-champ pic x(16).
       1 valeur-champ pic x(60).
       1 montant-edit pic z(8)9.99.
       1 taux-edit pic z9.99.
       1 ligne-tampon pic x(100).
       1 compte-masque pic x(34).
       1 lg-compte pic 99.
       1 nb-resa pic 999 value 0.
       1 tab-resa.
           2 tr-numresa pic 9(6) occurs 500.
       1 nb-apparts pic 99 value 0.
       1 tab-apparts.
           2 ta-numappart pic 9999 occurs 99.
       1 i pic 999.
       1 t pic 999.
       1 nb-section pic 9(6).
       1 tot-enregistrements pic 9(6) value 0.

      * Droit d'acces : tout ce que les fichiers de l'agence
      * contiennent sur un locataire (L) ou un proprietaire (P), en
      * un etat lisible, acces-donnees-Xnnnn.lst, et un fichier
      * exploitable, acces-donnees-Xnnnn.csv (une ligne par donnee :
      * fichier;cle;champ;valeur). Les coordonnees bancaires sont
      * masquees. La demande est consignee dans demandes-acces.dat
      * avec la date et l'operateur.
      * Arguments : type (L/P), numero, code operateur.
       procedure division.
           accept date-jour from date yyyymmdd
           accept heure-jour from time

           display 1 upon argument-number
           accept arg-buffer from argument-value
           move function upper-case(arg-buffer(1:1)) to type-personne
           display 2 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to numero-personne
           else
               move 0 to numero-personne
           end-if
           display 3 upon argument-number
           accept arg-buffer from argument-value
           move arg-buffer(1:8) to operateur-courant

           if not demande-locataire and not demande-proprietaire
               or numero-personne = 0
               or operateur-courant = spaces
               display 'PG-ACCES-DONNEES - arguments : L ou P, numero,'
                   ' code operateur'
               move 1 to return-code
               stop run
           end-if

           set operateur-autorise to false
           open input f-operateurs
           if fs-operateurs = '00'
               move operateur-courant to OPCode
               read f-operateurs key is OPCode
                   invalid key continue
                   not invalid key
                       if OPAutMaj = 'O'
                           set operateur-autorise to true
                       end-if
               end-read
               close f-operateurs
           end-if
           if not operateur-autorise
               display 'PG-ACCES-DONNEES - operateur '
                   operateur-courant ' non habilite'
               move 1 to return-code
               stop run
           end-if

           move spaces to nom-rapport
           string 'acces-donnees-' type-personne numero-personne
               '.lst' delimited by size into nom-rapport
           move spaces to nom-export
           string 'acces-donnees-' type-personne numero-personne
               '.csv' delimited by size into nom-export
           open output f-rapport
           if fs-rapport <> '00'
               display 'PG-ACCES-DONNEES - ouverture ' nom-rapport
                   ' impossible'
               display 'code retour fichier : ' fs-rapport
               move 1 to return-code
               stop run
           end-if
           open output f-export
           if fs-export <> '00'
               display 'PG-ACCES-DONNEES - ouverture ' nom-export
                   ' impossible'
               display 'code retour fichier : ' fs-export
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           if demande-locataire
               string 'DONNEES DETENUES SUR LE LOCATAIRE '
                   numero-personne ' - edition du ' date-jour
                   delimited by size into ligne-tampon
           else
               string 'DONNEES DETENUES SUR LE PROPRIETAIRE '
                   numero-personne ' - edition du ' date-jour
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-rapport
           perform ecrire-rapport
           move 'fichier;cle;champ;valeur' to ligne-export
           perform ecrire-export

           if demande-locataire
               perform extraire-locataire
           else
               perform extraire-proprietaire
           end-if

           move spaces to ligne-rapport
           perform ecrire-rapport
           move spaces to ligne-tampon
           string 'Enregistrements restitues : ' tot-enregistrements
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-rapport
           perform ecrire-rapport
           close f-rapport
           close f-export

           perform consigner-demande

           display 'PG-ACCES-DONNEES - TOTAUX DE CONTROLE'
           display 'personne              : ' type-personne
               numero-personne
           display 'enregistrements lus  : ' tot-enregistrements
           display 'etat                 : ' nom-rapport
           display 'fichier              : ' nom-export
           stop run.

       consigner-demande.
           open extend f-demandes
           if fs-demandes = '35'
               open output f-demandes
           end-if
           if fs-demandes <> '00'
               display 'PG-ACCES-DONNEES - ouverture'
                   ' demandes-acces.dat impossible'
               display 'code retour fichier : ' fs-demandes
               move 1 to return-code
               stop run
           end-if
           move spaces to demande-rec
           move date-jour to DAdate
           move heure-jour to DAheure
           move type-personne to DAtype
           move numero-personne to DAnumero
           move operateur-courant to DAoperateur
           move tot-enregistrements to DAnombre
           write demande-rec
           close f-demandes.

      * Donnees d'un locataire.
       extraire-locataire.
           set personne-trouvee to false
           open input f-locataire
           if fs-locataire = '00'
               move numero-personne to Lnumloc
               read f-locataire key is Lnumloc
                   invalid key continue
                   not invalid key set personne-trouvee to true
               end-read
               close f-locataire
           end-if
           move 'LOCATAIRE' to source-courante
           perform debut-section
           if personne-trouvee
               move Lnumloc to cle-courante
               perform debut-enregistrement
               move 'nom' to nom-champ
               move LNomLoc to valeur-champ
               perform ecrire-champ
               move 'prenom' to nom-champ
               move LPrenomLoc to valeur-champ
               perform ecrire-champ
               move 'telephone' to nom-champ
               move LTelLoc to valeur-champ
               perform ecrire-champ
               move 'ville' to nom-champ
               move LVilleLoc to valeur-champ
               perform ecrire-champ
               move 'incident' to nom-champ
               move LIncident to valeur-champ
               perform ecrire-champ
               move 'e-mail' to nom-champ
               move LEmailLoc to valeur-champ
               perform ecrire-champ
               move 'mobile' to nom-champ
               move LMobileLoc to valeur-champ
               perform ecrire-champ
               move 'canal' to nom-champ
               move LCanalLoc to valeur-champ
               perform ecrire-champ
               move 'langue' to nom-champ
               move LLangueLoc to valeur-champ
               perform ecrire-champ
           end-if
           perform fin-section

           move 'RIB LOCATAIRE' to source-courante
           perform debut-section
           open input f-banque-loc
           if fs-banque-loc = '00'
               move numero-personne to BLnumloc
               read f-banque-loc key is BLnumloc
                   invalid key continue
                   not invalid key perform ecrire-rib-locataire
               end-read
               close f-banque-loc
           end-if
           perform fin-section

           perform extraire-reservations
           perform extraire-factures
           perform extraire-paiements
           perform extraire-cautions
           perform extraire-etats-lieux
           perform extraire-voyageurs
           perform extraire-reclamations
           perform extraire-messages.

       ecrire-rib-locataire.
           move BLnumloc to cle-courante
           perform debut-enregistrement
           move 'banque' to nom-champ
           move BLCodeBanque to valeur-champ
           perform ecrire-champ
           move BLNumCompte to compte-masque
           move 11 to lg-compte
           perform masquer-compte
           move 'compte' to nom-champ
           move compte-masque to valeur-champ
           perform ecrire-champ
           move 'mandat' to nom-champ
           move BLMandat to valeur-champ
           perform ecrire-champ
           move 'date mandat' to nom-champ
           move BLDateMandat to valeur-champ
           perform ecrire-champ.

      * Seuls les quatre derniers caracteres d'un compte restent
      * lisibles.
       masquer-compte.
           perform varying i from 1 by 1 until i > lg-compte - 4
               if compte-masque(i:1) <> space
                   move '*' to compte-masque(i:1)
               end-if
           end-perform.

      * Reservations du locataire, notees en table pour les fichiers
      * rattaches a la reservation.
       extraire-reservations.
           move 'RESERVATIONS' to source-courante
           perform debut-section
           open input f-resa
           if fs-resa = '00'
               set fin-fichier to false
               perform until fin-fichier
                   read f-resa next record
                       at end set fin-fichier to true
                       not at end
                           if Rnumloc = numero-personne
                               perform ecrire-reservation
                           end-if
                   end-read
               end-perform
               close f-resa
           end-if
           perform fin-section.

       ecrire-reservation.
           if nb-resa < 500
               compute nb-resa = nb-resa + 1
               move Rnumresa to tr-numresa(nb-resa)
           end-if
           move Rnumresa to cle-courante
           perform debut-enregistrement
           move 'appartement' to nom-champ
           move Rnumappart to valeur-champ
           perform ecrire-champ
           move 'arrivee' to nom-champ
           move RDateArrivee to valeur-champ
           perform ecrire-champ
           move 'depart' to nom-champ
           move RDateDepart to valeur-champ
           perform ecrire-champ
           move 'personnes' to nom-champ
           move RNbPers to valeur-champ
           perform ecrire-champ
           move 'statut' to nom-champ
           move RStatut to valeur-champ
           perform ecrire-champ
           move 'source' to nom-champ
           move RSource to valeur-champ
           perform ecrire-champ
           move 'creee le' to nom-champ
           move RDateCreation to valeur-champ
           perform ecrire-champ
           move 'dossier' to nom-champ
           move RNumDossier to valeur-champ
           perform ecrire-champ.

       chercher-resa.
           set resa-cible to false
           perform varying t from 1 by 1
               until t > nb-resa or resa-cible
               if tr-numresa(t) = Rnumresa
                   set resa-cible to true
               end-if
           end-perform.

       extraire-factures.
           move 'FACTURES' to source-courante
           perform debut-section
           open input f-factures
           if fs-factures = '00'
               perform varying i from 1 by 1 until i > nb-resa
                   move tr-numresa(i) to Fnumresa
                   set fin-fichier to false
                   start f-factures key is >= Fnumresa
                       invalid key set fin-fichier to true
                   end-start
                   perform until fin-fichier
                       read f-factures next record
                           at end set fin-fichier to true
                       end-read
                       if not fin-fichier
                           if Fnumresa <> tr-numresa(i)
                               set fin-fichier to true
                           else
                               perform ecrire-facture
                           end-if
                       end-if
                   end-perform
               end-perform
               close f-factures
           end-if
           perform fin-section.

       ecrire-facture.
           move Fnumfact to cle-courante
           perform debut-enregistrement
           move 'reservation' to nom-champ
           move Fnumresa to valeur-champ
           perform ecrire-champ
           move 'type' to nom-champ
           move FTypeFact to valeur-champ
           perform ecrire-champ
           move 'date' to nom-champ
           move FDateFacture to valeur-champ
           perform ecrire-champ
           move 'montant TTC' to nom-champ
           move FMontantTTC to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'devise' to nom-champ
           move FDevise to valeur-champ
           perform ecrire-champ
           move 'taxe de sejour' to nom-champ
           move FTaxeSejour to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ.

       extraire-paiements.
           move 'PAIEMENTS' to source-courante
           perform debut-section
           open input f-paiements
           if fs-paiements = '00'
               set fin-fichier to false
               perform until fin-fichier
                   read f-paiements
                       at end set fin-fichier to true
                       not at end
                           move PaiNumResa to Rnumresa
                           perform chercher-resa
                           if resa-cible and PaiNumResa > 0
                               perform ecrire-paiement
                           end-if
                   end-read
               end-perform
               close f-paiements
           end-if
           perform fin-section.

       ecrire-paiement.
           move PaiNumFact to cle-courante
           perform debut-enregistrement
           move 'date' to nom-champ
           move PaiDate to valeur-champ
           perform ecrire-champ
           move 'montant' to nom-champ
           move PaiMontant to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'mode' to nom-champ
           move PaiMode to valeur-champ
           perform ecrire-champ
           move 'rembourse le' to nom-champ
           move PaiDateRembourse to valeur-champ
           perform ecrire-champ.

       extraire-cautions.
           move 'CAUTIONS' to source-courante
           perform debut-section
           open input f-cautions
           if fs-cautions = '00'
               perform varying i from 1 by 1 until i > nb-resa
                   move tr-numresa(i) to CAnumresa
                   read f-cautions key is CAnumresa
                       invalid key continue
                       not invalid key perform ecrire-caution
                   end-read
               end-perform
               close f-cautions
           end-if
           perform fin-section.

       ecrire-caution.
           move CAnumresa to cle-courante
           perform debut-enregistrement
           move 'montant' to nom-champ
           move CAMontant to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'mode' to nom-champ
           move CAMode to valeur-champ
           perform ecrire-champ
           move 'statut' to nom-champ
           move CAStatut to valeur-champ
           perform ecrire-champ
           move 'recue le' to nom-champ
           move CADateRecue to valeur-champ
           perform ecrire-champ
           move 'rendue le' to nom-champ
           move CADateRendue to valeur-champ
           perform ecrire-champ
           move 'retenue' to nom-champ
           move CAMontantRetenu to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ.

       extraire-etats-lieux.
           move 'ETATS DES LIEUX' to source-courante
           perform debut-section
           open input f-etats
           if fs-etats = '00'
               perform varying i from 1 by 1 until i > nb-resa
                   move tr-numresa(i) to ELnumresa
                   move low-values to ELtype
                   move 0 to ELligne
                   set fin-fichier to false
                   start f-etats key is >= ELcle
                       invalid key set fin-fichier to true
                   end-start
                   perform until fin-fichier
                       read f-etats next record
                           at end set fin-fichier to true
                       end-read
                       if not fin-fichier
                           if ELnumresa <> tr-numresa(i)
                               set fin-fichier to true
                           else
                               perform ecrire-etat-lieux
                           end-if
                       end-if
                   end-perform
               end-perform
               close f-etats
           end-if
           perform fin-section.

       ecrire-etat-lieux.
           move spaces to cle-courante
           string ELnumresa '-' ELtype '-' ELligne
               delimited by size into cle-courante
           perform debut-enregistrement
           move 'date' to nom-champ
           move ELDate to valeur-champ
           perform ecrire-champ
           move 'constat' to nom-champ
           move ELlibelle to valeur-champ
           perform ecrire-champ
           move 'degat' to nom-champ
           move ELMontantDegat to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ.

       extraire-voyageurs.
           move 'FICHES VOYAGEURS' to source-courante
           perform debut-section
           open input f-voyageurs
           if fs-voyageurs = '00'
               perform varying i from 1 by 1 until i > nb-resa
                   move tr-numresa(i) to VYnumresa
                   move 0 to VYrang
                   set fin-fichier to false
                   start f-voyageurs key is >= VYcle
                       invalid key set fin-fichier to true
                   end-start
                   perform until fin-fichier
                       read f-voyageurs next record
                           at end set fin-fichier to true
                       end-read
                       if not fin-fichier
                           if VYnumresa <> tr-numresa(i)
                               set fin-fichier to true
                           else
                               perform ecrire-voyageur
                           end-if
                       end-if
                   end-perform
               end-perform
               close f-voyageurs
           end-if
           perform fin-section.

       ecrire-voyageur.
           move spaces to cle-courante
           string VYnumresa '-' VYrang
               delimited by size into cle-courante
           perform debut-enregistrement
           move 'nom' to nom-champ
           move VYNom to valeur-champ
           perform ecrire-champ
           move 'prenom' to nom-champ
           move VYPrenom to valeur-champ
           perform ecrire-champ
           move 'nationalite' to nom-champ
           move VYNationalite to valeur-champ
           perform ecrire-champ
           move 'naissance' to nom-champ
           move VYDateNaissance to valeur-champ
           perform ecrire-champ
           move 'lieu naissance' to nom-champ
           move VYLieuNaissance to valeur-champ
           perform ecrire-champ
           move 'domicile' to nom-champ
           move VYDomicile to valeur-champ
           perform ecrire-champ
           move 'piece identite' to nom-champ
           move spaces to valeur-champ
           string VYTypePiece ' ' VYNumPiece
               delimited by size into valeur-champ
           perform ecrire-champ.

       extraire-reclamations.
           move 'RECLAMATIONS' to source-courante
           perform debut-section
           open input f-reclamations
           if fs-reclamations = '00'
               set fin-fichier to false
               perform until fin-fichier
                   read f-reclamations next record
                       at end set fin-fichier to true
                       not at end
                           move RQnumresa to Rnumresa
                           perform chercher-resa
                           if resa-cible and RQnumresa > 0
                               perform ecrire-reclamation
                           end-if
                   end-read
               end-perform
               close f-reclamations
           end-if
           perform fin-section.

       ecrire-reclamation.
           move RQnumrecl to cle-courante
           perform debut-enregistrement
           move 'reservation' to nom-champ
           move RQnumresa to valeur-champ
           perform ecrire-champ
           move 'recue le' to nom-champ
           move RQDateReception to valeur-champ
           perform ecrire-champ
           move 'categorie' to nom-champ
           move RQCategorie to valeur-champ
           perform ecrire-champ
           move 'description' to nom-champ
           move RQDescription to valeur-champ
           perform ecrire-champ
           move 'statut' to nom-champ
           move RQStatut to valeur-champ
           perform ecrire-champ
           move 'resolution' to nom-champ
           move RQResolution to valeur-champ
           perform ecrire-champ.

       extraire-messages.
           move 'MESSAGES' to source-courante
           perform debut-section
           open input f-messages
           if fs-messages = '00'
               set fin-fichier to false
               perform until fin-fichier
                   read f-messages next record
                       at end set fin-fichier to true
                       not at end
                           if MSnumloc = numero-personne
                               perform ecrire-message
                           end-if
                   end-read
               end-perform
               close f-messages
           end-if
           perform fin-section.

       ecrire-message.
           move MSnummsg to cle-courante
           perform debut-enregistrement
           move 'cree le' to nom-champ
           move MSDateCreation to valeur-champ
           perform ecrire-champ
           move 'canal' to nom-champ
           move MSCanal to valeur-champ
           perform ecrire-champ
           move 'destinataire' to nom-champ
           move MSDestinataire to valeur-champ
           perform ecrire-champ
           move 'modele' to nom-champ
           move MSModele to valeur-champ
           perform ecrire-champ
           move 'texte' to nom-champ
           perform varying i from 1 by 60 until i > 400
               if MSTexte(i:60) <> spaces
                   move MSTexte(i:60) to valeur-champ
                   perform ecrire-champ
               end-if
           end-perform
           move 'statut' to nom-champ
           move MSStatut to valeur-champ
           perform ecrire-champ
           move 'statut le' to nom-champ
           move MSDateStatut to valeur-champ
           perform ecrire-champ.

      * Donnees d'un proprietaire.
       extraire-proprietaire.
           set personne-trouvee to false
           open input f-proprio
           if fs-proprio = '00'
               move numero-personne to Pnumprop
               read f-proprio key is Pnumprop
                   invalid key continue
                   not invalid key set personne-trouvee to true
               end-read
               close f-proprio
           end-if
           move 'PROPRIETAIRE' to source-courante
           perform debut-section
           if personne-trouvee
               move Pnumprop to cle-courante
               perform debut-enregistrement
               move 'nom' to nom-champ
               move PNomProp to valeur-champ
               perform ecrire-champ
               move 'prenom' to nom-champ
               move PPrenomProp to valeur-champ
               perform ecrire-champ
               move 'telephone' to nom-champ
               move PTelProp to valeur-champ
               perform ecrire-champ
               move 'adresse' to nom-champ
               move PAdresseProp to valeur-champ
               perform ecrire-champ
               move 'code postal' to nom-champ
               move PCodePostalProp to valeur-champ
               perform ecrire-champ
               move 'ville' to nom-champ
               move PVilleProp to valeur-champ
               perform ecrire-champ
               move 'pays' to nom-champ
               move PPaysProp to valeur-champ
               perform ecrire-champ
               move 'agence' to nom-champ
               move PAgenceProp to valeur-champ
               perform ecrire-champ
           end-if
           perform fin-section

           move 'CONTACTS' to source-courante
           perform debut-section
           open input f-contacts
           if fs-contacts = '00'
               move numero-personne to CTnumprop
               move 0 to CTnumcontact
               set fin-fichier to false
               start f-contacts key is >= CTcle
                   invalid key set fin-fichier to true
               end-start
               perform until fin-fichier
                   read f-contacts next record
                       at end set fin-fichier to true
                   end-read
                   if not fin-fichier
                       if CTnumprop <> numero-personne
                           set fin-fichier to true
                       else
                           perform ecrire-contact
                       end-if
                   end-if
               end-perform
               close f-contacts
           end-if
           perform fin-section

           move 'RIB PROPRIETAIRE' to source-courante
           perform debut-section
           open input f-banque
           if fs-banque = '00'
               move numero-personne to Bnumprop
               read f-banque key is Bnumprop
                   invalid key continue
                   not invalid key perform ecrire-rib-proprietaire
               end-read
               close f-banque
           end-if
           perform fin-section

           perform extraire-apparts
           perform extraire-mandat
           perform extraire-reversements
           perform extraire-journal.

       ecrire-contact.
           move spaces to cle-courante
           string CTnumprop '-' CTnumcontact
               delimited by size into cle-courante
           perform debut-enregistrement
           move 'type' to nom-champ
           move CTType to valeur-champ
           perform ecrire-champ
           move 'valeur' to nom-champ
           move CTValeur to valeur-champ
           perform ecrire-champ.

       ecrire-rib-proprietaire.
           move Bnumprop to cle-courante
           perform debut-enregistrement
           move 'banque' to nom-champ
           move BCodeBanque to valeur-champ
           perform ecrire-champ
           move BNumCompte to compte-masque
           move 11 to lg-compte
           perform masquer-compte
           move 'compte' to nom-champ
           move compte-masque to valeur-champ
           perform ecrire-champ
           move BIban to compte-masque
           move function length(function trim(BIban)) to lg-compte
           perform masquer-compte
           move 'IBAN' to nom-champ
           move compte-masque to valeur-champ
           perform ecrire-champ
           move 'BIC' to nom-champ
           move BBic to valeur-champ
           perform ecrire-champ.

       extraire-apparts.
           move 'APPARTEMENTS' to source-courante
           perform debut-section
           open input f-appart
           if fs-appart = '00'
               move numero-personne to Anumprop
               set fin-fichier to false
               start f-appart key is >= Anumprop
                   invalid key set fin-fichier to true
               end-start
               perform until fin-fichier
                   read f-appart next record
                       at end set fin-fichier to true
                   end-read
                   if not fin-fichier
                       if Anumprop <> numero-personne
                           set fin-fichier to true
                       else
                           perform ecrire-appart
                       end-if
                   end-if
               end-perform
               close f-appart
           end-if
           perform fin-section.

       ecrire-appart.
           if nb-apparts < 99
               compute nb-apparts = nb-apparts + 1
               move Anumappart to ta-numappart(nb-apparts)
           end-if
           move Anumappart to cle-courante
           perform debut-enregistrement
           move 'ville' to nom-champ
           move AVille to valeur-champ
           perform ecrire-champ
           move 'pieces' to nom-champ
           move Anbpiece to valeur-champ
           perform ecrire-champ
           move 'etage' to nom-champ
           move AEtage to valeur-champ
           perform ecrire-champ
           move 'capacite' to nom-champ
           move ANbPersMax to valeur-champ
           perform ecrire-champ
           move 'vue' to nom-champ
           move Avue to valeur-champ
           perform ecrire-champ
           move 'statut' to nom-champ
           move AStatut to valeur-champ
           perform ecrire-champ
           move 'enregistrement' to nom-champ
           move ANumEnregistrement to valeur-champ
           perform ecrire-champ
           move 'resid principale' to nom-champ
           move AResidencePrincipale to valeur-champ
           perform ecrire-champ.

       extraire-mandat.
           move 'MANDAT' to source-courante
           perform debut-section
           open input f-mandats
           if fs-mandats = '00'
               move numero-personne to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key continue
                   not invalid key perform ecrire-mandat
               end-read
               close f-mandats
           end-if
           perform fin-section.

       ecrire-mandat.
           move MDnumprop to cle-courante
           perform debut-enregistrement
           move 'debut' to nom-champ
           move MDDateDebut to valeur-champ
           perform ecrire-champ
           move 'fin' to nom-champ
           move MDDateFin to valeur-champ
           perform ecrire-champ
           move 'taux commission' to nom-champ
           move MDTauxCommission to taux-edit
           move taux-edit to valeur-champ
           perform ecrire-champ
           move 'reserve cible' to nom-champ
           move MDReserveCible to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'taux reserve' to nom-champ
           move MDTauxReserve to taux-edit
           move taux-edit to valeur-champ
           perform ecrire-champ
           move 'seuil travaux' to nom-champ
           move MDSeuilAccordTravaux to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ.

       extraire-reversements.
           move 'REVERSEMENTS' to source-courante
           perform debut-section
           open input f-reversements
           if fs-reversements = '00'
               set fin-fichier to false
               perform until fin-fichier
                   read f-reversements
                       at end set fin-fichier to true
                       not at end
                           if RVNumProp = numero-personne
                               perform ecrire-reversement
                           end-if
                   end-read
               end-perform
               close f-reversements
           end-if
           perform fin-section.

       ecrire-reversement.
           move RVPeriode to cle-courante
           perform debut-enregistrement
           move 'brut' to nom-champ
           move RVBrut to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'commission' to nom-champ
           move RVCommission to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'retenue source' to nom-champ
           move RVRetenue to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'reserve' to nom-champ
           move RVReserve to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'net' to nom-champ
           move RVNet to montant-edit
           move montant-edit to valeur-champ
           perform ecrire-champ
           move 'honoraires' to nom-champ
           move RVNumHonoraire to valeur-champ
           perform ecrire-champ.

      * Journal des modifications : fiche du proprietaire et fiches
      * de ses appartements.
       extraire-journal.
           move 'JOURNAL MAJ' to source-courante
           perform debut-section
           open input f-journal
           if fs-journal = '00'
               set fin-fichier to false
               perform until fin-fichier
                   read f-journal
                       at end set fin-fichier to true
                       not at end
                           set appart-cible to false
                           if j-cle-type = 'A'
                               perform varying t from 1 by 1
                                   until t > nb-apparts
                                   if ta-numappart(t) = j-cle
                                       set appart-cible to true
                                   end-if
                               end-perform
                           end-if
                           if (j-cle-type = 'P'
                               and j-cle = numero-personne)
                               or appart-cible
                               perform ecrire-journal
                           end-if
                   end-read
               end-perform
               close f-journal
           end-if
           perform fin-section.

       ecrire-journal.
           move spaces to cle-courante
           string j-cle-type j-cle ' ' j-date ' ' j-heure(1:6)
               delimited by size into cle-courante
           perform debut-enregistrement
           move 'champ' to nom-champ
           move j-champ to valeur-champ
           perform ecrire-champ
           move 'ancien' to nom-champ
           move j-ancien to valeur-champ
           perform ecrire-champ
           move 'nouveau' to nom-champ
           move j-nouveau to valeur-champ
           perform ecrire-champ
           move 'operateur' to nom-champ
           move j-operateur to valeur-champ
           perform ecrire-champ.

      * Edition commune a l'etat et au fichier.
       debut-section.
           move 0 to nb-section
           move spaces to ligne-rapport
           perform ecrire-rapport
           move spaces to ligne-tampon
           string '=== ' source-courante
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-rapport
           perform ecrire-rapport.

       fin-section.
           if nb-section = 0
               move '    aucune donnee' to ligne-rapport
               perform ecrire-rapport
           end-if.

       debut-enregistrement.
           compute nb-section = nb-section + 1
           compute tot-enregistrements = tot-enregistrements + 1
           move spaces to ligne-tampon
           string '  - ' function trim(source-courante) ' '
               function trim(cle-courante)
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-rapport
           perform ecrire-rapport.

       ecrire-champ.
           move spaces to ligne-tampon
           string '      ' nom-champ ' : ' valeur-champ
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-rapport
           perform ecrire-rapport
           inspect valeur-champ replacing all ';' by ','
           move spaces to ligne-export
           string function trim(source-courante) ';'
               function trim(cle-courante) ';'
               function trim(nom-champ) ';'
               function trim(valeur-champ)
               delimited by size into ligne-export
           perform ecrire-export.

       ecrire-rapport.
           write ligne-rapport
           if fs-rapport <> '00'
               display 'PG-ACCES-DONNEES - ecriture ' nom-rapport
                   ' impossible'
               display 'code retour fichier : ' fs-rapport
               move 1 to return-code
               stop run
           end-if.

       ecrire-export.
           write ligne-export
           if fs-export <> '00'
               display 'PG-ACCES-DONNEES - ecriture ' nom-export
                   ' impossible'
               display 'code retour fichier : ' fs-export
               move 1 to return-code
               stop run
           end-if.

       end program pg-acces-donnees.
