       program-id. pg-bons-cadeaux.

       file-control.
           select f-bons assign 'bons-cadeaux.dat'
           organization indexed
           access dynamic
           record key BCnumbon
           file status fs-bons.

           select f-bons-compteur assign 'bons-cpt.dat'
           organization record sequential
           file status fs-bons-compteur.

           select f-impression assign 'bons-cadeaux.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-bons.
           copy bon-cadeau.

       fd f-bons-compteur.
       1 bons-compteur-rec pic 9(6).

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-bons pic xx.
       1 fs-bons-compteur pic xx.
       1 fs-impression pic xx.
       1 v-mode pic x.
           88 mode-vente value 'V' 'v'.
           88 mode-consultation value 'C' 'c'.
       1 v-bon-trouve pic x value 'N'.
           88 bon-trouve value 'O' false 'N'.
       1 v-saisie-valide pic x value 'N'.
           88 saisie-valide value 'O' false 'N'.
       1 date-jour pic 9(8).
       1 numbon-saisi pic 9(6).
       1 prochain-numbon pic 9(6) value 1.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(6)9.99.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 12 'Bons cadeaux'.
       1 s-plg-mode.
           2 line 4 col 3 'V)ente C)onsultation : '.
           2 s-mode pic x to v-mode required.
       1 s-plg-vente.
           2 line 6 col 3 'Acheteur              : '.
           2 s-acheteur line 6 col 27 pic x(30) to BCAcheteur
               required.
           2 line 7 col 3 'Beneficiaire          : '.
           2 s-beneficiaire line 7 col 27 pic x(30)
               to BCBeneficiaire.
           2 line 8 col 3 'Montant (EUR)         : '.
           2 s-montant line 8 col 27 pic 9(7).99 to BCMontant
               required.
           2 line 9 col 3 'Mode (E)sp (C)hq (V)irt (B)carte : '.
           2 s-mode-vente line 9 col 39 pic x to BCModeVente
               required.
           2 line 10 col 3 'G)uichet I)nternet    : '.
           2 s-canal line 10 col 27 pic x to BCCanal required.
       1 a-plg-vente-invalide.
           2 line 16 col 3
               'Montant nul, mode ou canal de vente invalide.'.
       1 a-plg-confirm-vente.
           2 line 12 col 3 'Bon cadeau vendu, numero : '.
           2 a-numbon line 12 col 30 pic 9(6) from BCnumbon.
           2 line 13 col 3 'Valable jusqu''au         : '.
           2 a-expire line 13 col 30 pic 9(8) from BCDateExpiration.
       1 s-plg-numbon.
           2 line 6 col 3 'Numero du bon : '.
           2 s-numbon line 6 col 19 pic 9(6) to numbon-saisi
               required.
       1 a-plg-bon-inconnu.
           2 line 8 col 3 'Aucun bon cadeau avec ce numero.'.
       1 a-plg-bon.
           2 line 8 col 3 'Acheteur     : '.
           2 a-acheteur line 8 col 18 pic x(30) from BCAcheteur.
           2 line 9 col 3 'Beneficiaire : '.
           2 a-beneficiaire line 9 col 18 pic x(30)
               from BCBeneficiaire.
           2 line 10 col 3 'Vendu le     : '.
           2 a-vente line 10 col 18 pic 9(8) from BCDateVente.
           2 line 11 col 3 'Montant      : '.
           2 a-montant line 11 col 18 pic z(6)9.99 from BCMontant.
           2 line 12 col 3 'Solde        : '.
           2 a-solde line 12 col 18 pic z(6)9.99 from BCSolde.
           2 line 13 col 3 'Expire le    : '.
           2 a-expiration line 13 col 18 pic 9(8)
               from BCDateExpiration.
           2 line 14 col 3 'A)ctif S)olde E)xpire : '.
           2 a-statut line 14 col 27 pic x from BCStatut.
           2 line 15 col 3 'Solde expire libere : '.
           2 a-libere line 15 col 25 pic z(6)9.99
               from BCMontantLibere.

      * Bons cadeaux vendus au guichet ou en ligne, valables un an.
      * La vente est un encaissement comme un autre (les especes
      * passent par la caisse et entrent dans le rapprochement) ; le
      * bon est ensuite accepte en reglement par pg-paiement (mode
      * K) jusqu'a epuisement du solde. Les soldes non utilises a
      * l'echeance sont liberes en produit par pg-bons-echus.
       procedure division.
           accept date-jour from date yyyymmdd
           display a-plg-titre
           display s-plg-mode
           accept s-mode

           evaluate true
               when mode-vente perform vendre-bon
               when mode-consultation perform consulter-bon
               when other continue
           end-evaluate
           goback.

       vendre-bon.
           set saisie-valide to false
           perform until saisie-valide
               display s-plg-vente
               accept s-plg-vente
               move function upper-case(BCModeVente) to BCModeVente
               move function upper-case(BCCanal) to BCCanal
               if BCMontant = 0
                   or (BCModeVente <> 'E' and BCModeVente <> 'C'
                   and BCModeVente <> 'V' and BCModeVente <> 'B')
                   or (BCCanal <> 'G' and BCCanal <> 'I')
                   display a-plg-vente-invalide
               else
                   set saisie-valide to true
               end-if
           end-perform

           open input f-bons-compteur
           if fs-bons-compteur = '00'
               read f-bons-compteur
                   at end continue
                   not at end move bons-compteur-rec
                       to prochain-numbon
               end-read
               close f-bons-compteur
           end-if

           move prochain-numbon to BCnumbon
           move date-jour to BCDateVente
      * Validite d'un an ; un 29 fevrier est ramene au 28.
           compute BCDateExpiration = date-jour + 10000
           if BCDateExpiration(5:4) = '0229'
               move '0228' to BCDateExpiration(5:4)
           end-if
           move BCMontant to BCSolde
           move 'A' to BCStatut
           move 0 to BCDateLiberation
           move 0 to BCMontantLibere

           open i-o f-bons
           if fs-bons = '35'
               open output f-bons
               close f-bons
               open i-o f-bons
           end-if
           if fs-bons <> '00'
               display 'PG-BONS-CADEAUX - ouverture bons-cadeaux.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-bons
               move 1 to return-code
               stop run
           end-if
           write bon-cadeau
           if fs-bons <> '00'
               display 'PG-BONS-CADEAUX - ecriture bons-cadeaux.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-bons
               move 1 to return-code
               stop run
           end-if
           close f-bons

           compute prochain-numbon = prochain-numbon + 1
           open output f-bons-compteur
           move prochain-numbon to bons-compteur-rec
           write bons-compteur-rec
           close f-bons-compteur

           perform imprimer-bon
           display a-plg-confirm-vente.

       consulter-bon.
           display s-plg-numbon
           accept s-plg-numbon
           open input f-bons
           if fs-bons = '00'
               move numbon-saisi to BCnumbon
               read f-bons key is BCnumbon
                   invalid key continue
                   not invalid key set bon-trouve to true
               end-read
               close f-bons
           end-if
           if bon-trouve
               display a-plg-bon
           else
               display a-plg-bon-inconnu
           end-if.

       imprimer-bon.
           open extend f-impression
           if fs-impression = '35'
               open output f-impression
           end-if
           if fs-impression <> '00'
               display 'PG-BONS-CADEAUX - ouverture bons-cadeaux.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move '========================================'
               to ligne-impr
           write ligne-impr
           move 'AGENCE IMMOBILIERE DU LITTORAL' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'BON CADEAU No ' BCnumbon ' du ' BCDateVente
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           if BCBeneficiaire <> spaces
               string 'Offert a : ' BCBeneficiaire
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
               move spaces to ligne-tampon
           end-if
           move BCMontant to montant-edit
           string 'Valeur   : ' montant-edit ' EUR'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Valable jusqu''au ' BCDateExpiration
               ', en reglement de tout sejour.'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-BONS-CADEAUX - ecriture bons-cadeaux.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           close f-impression.

       end program pg-bons-cadeaux.
