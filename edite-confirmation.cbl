           organization record sequential
           file status fs-bareme.

           select f-cles assign 'cles-appart.dat'
           organization indexed
           access random
           record key CLcle
           file status fs-cles.

           select f-impression assign 'confirmations.lst'
           organization line sequential
           file status fs-impression.
       fd f-bareme.
           copy bareme-annulation.

       fd f-cles.
           copy cle-appart.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 fs-locataire pic xx.
       1 fs-echeances pic xx.
       1 fs-bareme pic xx.
       1 fs-cles pic xx.
       1 fs-impression pic xx.
       1 v-resa-trouvee pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(6)9.99.
       1 taux-edit pic zz9.99.
       1 fonction-promo pic x value 'L'.
       1 origine-promo pic x value 'R'.
       1 code-promo pic x(8).
       1 remise-promo pic 9(7)v99.
       1 montant-brut-promo pic 9(7)v99.
       1 refus-promo pic x(40).
       1 code-acces-message pic x(6).
       1 debut-code-message pic 9(8).
       1 fin-code-message pic 9(8).
       1 texte-message pic x(400).
       1 ptr-message pic 9(3).
       1 modele-message pic x(8) value 'CONFIRM'.
       1 reference-message pic x(14) value spaces.
       1 nummsg pic 9(8).
       1 langue-locataire pic xx.
       1 code-texte pic x(8).
       1 texte-document pic x(60).
      * Libelles dans la langue du locataire (pg-texte-document).
       1 libelles.
           2 lib-titre pic x(60).
           2 lib-date-doc pic x(60).
           2 lib-locataire pic x(60).
           2 lib-appartement pic x(60).
           2 lib-pieces pic x(60).
           2 lib-etage pic x(60).
           2 lib-capacite pic x(60).
           2 lib-pers pic x(60).
           2 lib-vue pic x(60).
           2 lib-sejour pic x(60).
           2 lib-depuis pic x(60).
           2 lib-jusqua pic x(60).
           2 lib-code-acces pic x(60).
           2 lib-valable pic x(60).
           2 lib-remise pic x(60).
           2 lib-ht-deduit pic x(60).
           2 lib-prix pic x(60).
           2 lib-regler pic x(60).
           2 lib-msg-regler pic x(60).
           2 lib-avant pic x(60).
           2 lib-conditions pic x(60).
           2 lib-a-partir pic x(60).
           2 lib-preavis pic x(60).
           2 lib-bonjour pic x(60).
           2 lib-msg-resa pic x(60).
           2 lib-msg-confirmee pic x(60).
           2 lib-msg-ville pic x(60).

       linkage section.
       1 numresa-demande pic 9(6).

           move spaces to nom-locataire
           move spaces to prenom-locataire
           move 'FR' to langue-locataire
           open input f-locataire
           if fs-locataire = '00'
               move Rnumloc to Lnumloc
                   not invalid key
                       move LNomLoc to nom-locataire
                       move LPrenomLoc to prenom-locataire
                       if LLangueLoc <> spaces
                           move LLangueLoc to langue-locataire
                       end-if
               end-read
               close f-locataire
           end-if
           call 'pg-calcul-sejour' using Rnumappart AVille
               AtarifHT AtarifBS RDateArrivee RDateDepart RNbPers
               montant-sejour nuits-min-regle end-call
           call 'pg-promotion' using fonction-promo code-promo
               origine-promo Rnumresa Rnumappart AVille date-jour
               RDateArrivee RDateDepart montant-brut-promo
               remise-promo refus-promo
           end-call
           if remise-promo > montant-sejour
               move montant-sejour to remise-promo
           end-if
           compute montant-sejour = montant-sejour - remise-promo
           perform charger-libelles

           open extend f-impression
           if fs-impression = '35'
           move '========================================'
               to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string function trim(lib-titre) ' ' Rnumresa ' '
               function trim(lib-date-doc) ' ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string lib-locataire(1:14) prenom-locataire ' '
               nom-locataire delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string lib-appartement(1:14) Rnumappart ' - ' AVille
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if ANumEnregistrement <> spaces
               move spaces to ligne-tampon
               string 'No d''enregistrement meuble de tourisme : '
                   ANumEnregistrement
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
               move spaces to ligne-tampon
           end-if
           move spaces to ligne-tampon
           string function trim(lib-pieces) ' ' Anbpiece '  '
               function trim(lib-etage) ' ' AEtage '  '
               function trim(lib-capacite) ' ' ANbPersMax ' '
               function trim(lib-pers) '  ' function trim(lib-vue)
               ' ' Avue
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string lib-sejour(1:14) function trim(lib-depuis) ' '
               RDateArrivee ' ' function trim(lib-jusqua) ' '
               RDateDepart ' (' RNbPers ' ' function trim(lib-pers)
               ')' delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           perform editer-code-acces
           if code-promo <> spaces
               move remise-promo to montant-edit
               move spaces to ligne-tampon
               string function trim(lib-remise) ' ' code-promo
                   ' : ' montant-edit ' ' Adevise ' '
                   function trim(lib-ht-deduit)
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
               move spaces to ligne-tampon
           end-if
           move montant-sejour to montant-edit
           move spaces to ligne-tampon
           string function trim(lib-prix) ' ' montant-edit ' '
               Adevise delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

      * Meme confirmation, resumee, par e-mail ou SMS si le locataire
      * l'a choisi (pg-ecrire-message) ; les echeances y sont
      * ajoutees par editer-echeances.
           move spaces to texte-message
           move 1 to ptr-message
           string function trim(lib-bonjour) ' '
               function trim(prenom-locataire) ' '
               function trim(nom-locataire)
               function trim(lib-msg-resa) ' ' Rnumresa ' '
               function trim(lib-msg-confirmee) ' ' Rnumappart ' '
               function trim(lib-msg-ville) ' ' function trim(AVille)
               ' ' function trim(lib-depuis) ' ' RDateArrivee ' '
               function trim(lib-jusqua) ' ' RDateDepart ', '
               RNbPers ' ' function trim(lib-pers) ' '
               function trim(lib-prix) ' '
               function trim(montant-edit) ' ' Adevise '.'
               delimited by size into texte-message
               with pointer ptr-message
           end-string
           if code-acces-message <> spaces
               string ' ' function trim(lib-code-acces) ' '
                   code-acces-message ' ' function trim(lib-valable)
                   ' ' debut-code-message ' '
                   function trim(lib-jusqua) ' ' fin-code-message '.'
                   delimited by size into texte-message
                   with pointer ptr-message
               end-string
           end-if

           perform editer-echeances
           perform editer-conditions

           close f-impression

           call 'pg-ecrire-message' using Rnumloc Rnumresa
               modele-message reference-message texte-message nummsg
           end-call
           move 'O' to code-retour-conf
           goback.

      * Code de la boite a cles ou de la serrure, attribue par
      * pg-codes-acces quelques jours avant l'arrivee.
       editer-code-acces.
           move spaces to code-acces-message
           open input f-cles
           if fs-cles = '00'
               move Rnumappart to CLnumappart
               move 0 to CLjeu
               move Rnumresa to CLnumresa
               read f-cles key is CLcle
                   invalid key continue
                   not invalid key
                       if CLType = 'C' and CLStatut = 'A'
                           move spaces to ligne-tampon
                           string function trim(lib-code-acces)
                               ' ' CLCodeAcces ' '
                               function trim(lib-valable) ' '
                               CLDateDebut ' '
                               function trim(lib-jusqua) ' '
                               CLDateFin
                               delimited by size into ligne-tampon
                           move ligne-tampon to ligne-impr
                           write ligne-impr
                           move spaces to ligne-tampon
                           move CLCodeAcces to code-acces-message
                           move CLDateDebut to debut-code-message
                           move CLDateFin to fin-code-message
                       end-if
               end-read
               close f-cles
           end-if.

       editer-echeances.
           open input f-echeances
           if fs-echeances = '00'
               perform until fin-echeances
                       or ECnumresa <> Rnumresa
                   move ECMontant to montant-edit
                   move spaces to ligne-tampon
                   string lib-regler(1:14) EClibelle ' '
                       montant-edit ' ' function trim(lib-avant) ' '
                       ECDateEcheance
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   write ligne-impr
                   string ' ' function trim(lib-msg-regler) ' '
                       function trim(EClibelle) ' '
                       function trim(montant-edit) ' '
                       function trim(lib-avant) ' ' ECDateEcheance '.'
                       delimited by size into texte-message
                       with pointer ptr-message
                   end-string
                   read f-echeances next record at end
                       set fin-echeances to true
                   end-read
       editer-conditions.
           open input f-bareme
           if fs-bareme = '00'
               move lib-conditions to ligne-impr
               write ligne-impr
               perform until fin-bareme
                   read f-bareme
                       at end set fin-bareme to true
                       not at end
                           move BATauxFrais to taux-edit
                           move spaces to ligne-tampon
                           string '  ' function trim(lib-a-partir)
                               ' ' BAJoursMin ' '
                               function trim(lib-preavis) ' '
                               taux-edit ' %' delimited by size
                               into ligne-tampon
                           move ligne-tampon to ligne-impr
                           write ligne-impr
               close f-bareme
           end-if.

      * Libelles de la confirmation dans la langue du locataire, le
      * francais a defaut ; dates et montants gardent leur forme.
       charger-libelles.
           move 'CFTITRE' to code-texte
           perform traduire
           move texte-document to lib-titre
           move 'DATEDOC' to code-texte
           perform traduire
           move texte-document to lib-date-doc
           move 'CFLOC' to code-texte
           perform traduire
           move texte-document to lib-locataire
           move 'CFAPPART' to code-texte
           perform traduire
           move texte-document to lib-appartement
           move 'CFPIECES' to code-texte
           perform traduire
           move texte-document to lib-pieces
           move 'CFETAGE' to code-texte
           perform traduire
           move texte-document to lib-etage
           move 'CFCAPA' to code-texte
           perform traduire
           move texte-document to lib-capacite
           move 'PERS' to code-texte
           perform traduire
           move texte-document to lib-pers
           move 'CFVUE' to code-texte
           perform traduire
           move texte-document to lib-vue
           move 'CFSEJOUR' to code-texte
           perform traduire
           move texte-document to lib-sejour
           move 'DEPUIS' to code-texte
           perform traduire
           move texte-document to lib-depuis
           move 'JUSQUA' to code-texte
           perform traduire
           move texte-document to lib-jusqua
           move 'CFCODE' to code-texte
           perform traduire
           move texte-document to lib-code-acces
           move 'CFVALIDE' to code-texte
           perform traduire
           move texte-document to lib-valable
           move 'REMISE' to code-texte
           perform traduire
           move texte-document to lib-remise
           move 'HTDEDUIT' to code-texte
           perform traduire
           move texte-document to lib-ht-deduit
           move 'CFPRIX' to code-texte
           perform traduire
           move texte-document to lib-prix
           move 'CFREGLER' to code-texte
           perform traduire
           move texte-document to lib-regler
           move 'CFMREGL' to code-texte
           perform traduire
           move texte-document to lib-msg-regler
           move 'CFAVANT' to code-texte
           perform traduire
           move texte-document to lib-avant
           move 'CFCOND' to code-texte
           perform traduire
           move texte-document to lib-conditions
           move 'CFAPARTR' to code-texte
           perform traduire
           move texte-document to lib-a-partir
           move 'CFPREAVI' to code-texte
           perform traduire
           move texte-document to lib-preavis
           move 'BONJOUR' to code-texte
           perform traduire
           move texte-document to lib-bonjour
           move 'CFMSG1' to code-texte
           perform traduire
           move texte-document to lib-msg-resa
           move 'CFMSG2' to code-texte
           perform traduire
           move texte-document to lib-msg-confirmee
           move 'CFMSG3' to code-texte
           perform traduire
           move texte-document to lib-msg-ville.

       traduire.
           call 'pg-texte-document' using langue-locataire code-texte
               texte-document
           end-call.

       end program pg-edite-confirmation.
