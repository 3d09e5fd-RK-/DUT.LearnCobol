           record key DOnumdossier
           file status fs-dossiers.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access sequential
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-utilisations assign 'utilisations-promo.dat'
           organization indexed
           access sequential
           record key UPcle
           alternate key UPcode with duplicates
           file status fs-utilisations.

           select f-impression assign 'factures-clients.lst'
           organization line sequential
           file status fs-impression.
       fd f-dossiers.
           copy dossier.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-utilisations.
           copy utilisation-promo.

       fd f-impression.
       1 ligne-impr pic x(80).

           88 facture-trouvee value 'O' false 'N'.
       1 nom-client pic x(41).
       1 ville-client pic x(20).
       1 detail-sejour pic x(60).
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(7)9.99.
       1 taux-edit pic z9.99.
       1 fs-lignes-extras pic xx.
       1 v-fin-extras pic x value 'N'.
           88 fin-extras value 'O' false 'N'.
       1 extras-ht pic 9(7)v99.
       1 hebergement-ht pic s9(7)v99.
       1 fs-utilisations pic xx.
       1 v-fin-utilisations pic x value 'N'.
           88 fin-utilisations value 'O' false 'N'.
       1 langue-locataire pic xx.
       1 code-texte pic x(8).
       1 texte-document pic x(60).
       1 titre-document pic x(60).
       1 k pic 9.
      * Libelles dans la langue du locataire (pg-texte-document).
       1 libelles.
           2 lib-facture pic x(60).
           2 lib-avoir pic x(60).
           2 lib-client pic x(60).
           2 lib-sejour pic x(60).
           2 lib-depuis pic x(60).
           2 lib-jusqua pic x(60).
           2 lib-appart pic x(60).
           2 lib-location pic x(60).
           2 lib-nuits pic x(60).
           2 lib-montant-ht pic x(60).
           2 lib-tva pic x(60).
           2 lib-tva-totale pic x(60).
           2 lib-taxe pic x(60).
           2 lib-net pic x(60).
           2 lib-hebergement pic x(60).
           2 lib-remise pic x(60).
           2 lib-ht-deduit pic x(60).
           2 lib-extra pic x(60).
           2 lib-conso pic x(60).

       linkage section.
       1 numfact-demande pic 9(6).
           end-if

           perform identifier-client
           perform charger-libelles
           perform decrire-sejour

           open extend f-impression
           move '----------------------------------------'
               to ligne-impr
           write ligne-impr
      * L'intitule legal reste en francais, suivi de sa traduction.
           if FTypeFact = 'A'
               move 'AVOIR' to titre-document
               move lib-avoir to texte-document
           else
               move 'FACTURE' to titre-document
               move lib-facture to texte-document
           end-if
           move spaces to ligne-tampon
           if langue-locataire = 'FR'
               string function trim(titre-document) ' No ' Fnumfact
                   ' du ' FDateFacture
                   delimited by size into ligne-tampon
           else
               string function trim(titre-document) ' / '
                   function trim(texte-document) ' No ' Fnumfact
                   ' du ' FDateFacture
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string function trim(lib-client) ' ' nom-client
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string '         ' ville-client
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move detail-sejour to ligne-impr
           write ligne-impr
           perform editer-remises
           perform editer-extras
           move FMontantHT to montant-edit
           move spaces to ligne-tampon
           string lib-montant-ht(1:19) montant-edit ' ' FDevise
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move FMontantTVA to montant-edit
           move FTauxTVA to taux-edit
           move spaces to ligne-tampon
           if extras-ht > 0
               string lib-tva-totale(1:19) montant-edit
                   ' ' FDevise delimited by size into ligne-tampon
           else
               string function trim(lib-tva) ' ' taux-edit
                   ' %      : ' montant-edit
                   ' ' FDevise delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr
           if FTaxeSejour > 0
               move FTaxeSejour to montant-edit
               move spaces to ligne-tampon
               string lib-taxe(1:19) montant-edit ' '
                   FDevise delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if
           move FMontantTTC to montant-edit
           move spaces to ligne-tampon
           string lib-net(1:19) montant-edit ' ' FDevise
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move 'TVA acquittee sur les encaissements.'
               to ligne-impr
           write ligne-impr
      * Les mentions legales ci-dessus font foi ; leur traduction
      * suit pour un locataire etranger.
           if langue-locataire <> 'FR'
               move spaces to ligne-impr
               write ligne-impr
               perform varying k from 1 by 1 until k > 5
                   move spaces to code-texte
                   string 'FALEG' k delimited by size into code-texte
                   perform traduire
                   move texte-document to ligne-impr
                   write ligne-impr
               end-perform
           end-if

           close f-impression
           move 'O' to code-retour-fact
       identifier-client.
           move spaces to nom-client
           move spaces to ville-client
           move 'FR' to langue-locataire
           if FNumDossier > 0
               open input f-dossiers
               if fs-dossiers = '00'
                                           into nom-client
                                       move LVilleLoc
                                           to ville-client
                                       if LLangueLoc <> spaces
                                           move LLangueLoc
                                               to langue-locataire
                                       end-if
                               end-read
                               close f-locataire
                           end-if
                   read f-resa key is Rnumresa
                       invalid key continue
                       not invalid key
                           string function trim(lib-sejour) ' '
                               function trim(lib-depuis) ' '
                               RDateArrivee ' '
                               function trim(lib-jusqua) ' '
                               RDateDepart ' '
                               function trim(lib-appart) ' '
                               Rnumappart delimited by size
                               into detail-sejour
                   end-read
               end-if
           end-if
           if detail-sejour = spaces
               string function trim(lib-location) ' ' FNbNuits
                   ' ' function trim(lib-nuits)
                   delimited by size into detail-sejour
           end-if.

      * Extras factures avec le sejour : une ligne par extra a son
      * propre taux, puis l'hebergement au taux de la facture.
       editer-extras.
           move 0 to extras-ht
           if FTypeFact <> 'A'
               open input f-lignes-extras
               if fs-lignes-extras = '00'
                   set fin-extras to false
                   perform until fin-extras
                       read f-lignes-extras next record
                           at end set fin-extras to true
                           not at end
                               if LXnumfact = Fnumfact
                                   perform editer-ligne-extra
                               end-if
                       end-read
                   end-perform
                   close f-lignes-extras
               end-if
           end-if
           if extras-ht > 0
               compute hebergement-ht = FMontantHT - extras-ht
               move hebergement-ht to montant-edit
               move FTauxTVA to taux-edit
               move spaces to ligne-tampon
               string lib-hebergement(1:19) montant-edit ' '
                   FDevise ' ' function trim(lib-tva) ' ' taux-edit
                   ' %' delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
           end-if
           move spaces to ligne-tampon.

      * Remises des codes promotion, deja deduites du sejour.
       editer-remises.
           if FTypeFact <> 'A'
               open input f-utilisations
               if fs-utilisations = '00'
                   set fin-utilisations to false
                   perform until fin-utilisations
                       read f-utilisations next record
                           at end set fin-utilisations to true
                           not at end
                               if UPnumfact = Fnumfact
                                   perform editer-ligne-remise
                               end-if
                       end-read
                   end-perform
                   close f-utilisations
               end-if
           end-if.

       editer-ligne-remise.
           move UPRemiseHT to montant-edit
           move spaces to ligne-tampon
           string function trim(lib-remise) ' ' UPcode '  : '
               montant-edit ' ' FDevise ' '
               function trim(lib-ht-deduit) delimited by size
               into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon.

       editer-ligne-extra.
           compute extras-ht = extras-ht + LXMontantHT
           move LXMontantHT to montant-edit
           move LXTauxTVA to taux-edit
           move spaces to ligne-tampon
      * Consommation refacturee d'un long sejour : la quantite est
      * portee par le libelle, avec la periode des releves.
           if LXUnite = 'C'
               string function trim(lib-conso) ' ' LXlibelle ' '
                   function trim(lib-depuis) ' ' LXDateDebut ' '
                   function trim(lib-jusqua) ' ' LXDateFin ' : '
                   montant-edit ' ' function trim(lib-tva) ' '
                   taux-edit ' %' delimited by size into ligne-tampon
           else
               string function trim(lib-extra) ' ' LXlibelle ' x'
                   LXQuantite ' : ' montant-edit ' '
                   function trim(lib-tva) ' ' taux-edit ' %'
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Libelles de la facture dans la langue du locataire, le
      * francais a defaut (dossiers groupes compris) ; dates et
      * montants gardent leur forme.
       charger-libelles.
           move 'FAFACT' to code-texte
           perform traduire
           move texte-document to lib-facture
           move 'FAAVOIR' to code-texte
           perform traduire
           move texte-document to lib-avoir
           move 'FACLIENT' to code-texte
           perform traduire
           move texte-document to lib-client
           move 'FASEJOUR' to code-texte
           perform traduire
           move texte-document to lib-sejour
           move 'DEPUIS' to code-texte
           perform traduire
           move texte-document to lib-depuis
           move 'JUSQUA' to code-texte
           perform traduire
           move texte-document to lib-jusqua
           move 'FAAPPART' to code-texte
           perform traduire
           move texte-document to lib-appart
           move 'FALOCAT' to code-texte
           perform traduire
           move texte-document to lib-location
           move 'FANUITS' to code-texte
           perform traduire
           move texte-document to lib-nuits
           move 'FAHT' to code-texte
           perform traduire
           move texte-document to lib-montant-ht
           move 'TVA' to code-texte
           perform traduire
           move texte-document to lib-tva
           move 'FATVATOT' to code-texte
           perform traduire
           move texte-document to lib-tva-totale
           move 'FATAXE' to code-texte
           perform traduire
           move texte-document to lib-taxe
           move 'FANET' to code-texte
           perform traduire
           move texte-document to lib-net
           move 'FAHEBERG' to code-texte
           perform traduire
           move texte-document to lib-hebergement
           move 'REMISE' to code-texte
           perform traduire
           move texte-document to lib-remise
           move 'HTDEDUIT' to code-texte
           perform traduire
           move texte-document to lib-ht-deduit
           move 'FAEXTRA' to code-texte
           perform traduire
           move texte-document to lib-extra
           move 'FACONSO' to code-texte
           perform traduire
           move texte-document to lib-conso.

       traduire.
           call 'pg-texte-document' using langue-locataire code-texte
               texte-document
           end-call.

       end program pg-edite-facture.
