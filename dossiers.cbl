           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-echeances assign 'echeances.dat'
           organization indexed
           access dynamic
           record key ECcle
           file status fs-echeances.

       data division.

       fd f-resa.
           copy reservation.

       fd f-echeances.
           copy echeance.

       working-storage section.
       1 fs-dossiers pic xx.
       1 fs-dossier-compteur pic xx.
       1 fs-resa pic xx.
       1 fs-echeances pic xx.
       1 v-mode pic x.
           88 mode-creation value 'C' 'c'.
           88 mode-attache value 'A' 'a'.
           88 mode-consultation value 'I' 'i'.
           88 mode-modification value 'M' 'm'.
       1 numdossier-saisi pic 9(6).
       1 numresa-saisi pic 9(6).
       1 prochain-numdossier pic 9(6) value 1.
           88 fin-resa value 'O' false 'N'.
       1 nl pic 99 value 10.
       1 nb-resas pic 9(3) value 0.
       1 v-fin-echeances pic x value 'N'.
           88 fin-echeances value 'O' false 'N'.
       1 encours-dossier pic s9(9)v99.
       1 echu-dossier pic s9(9)v99.
       1 date-echue pic 9(8).
       1 montant-sejour pic s9(9)v99.
       1 encours-prevu pic s9(9)v99.
       1 siret-valide pic x.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Dossiers groupes et entreprises'.
       1 s-plg-mode.
           2 line 4 col 3
               'C)reation A)ttacher resa I)nterroger M)odifier : '.
           2 s-mode pic x to v-mode required.
       1 s-plg-creation.
           2 line 6 col 3 'Client  : '.
           2 s-client line 6 col 13 pic x(30) to DOclient required.
           2 line 7 col 3 'Contact : '.
           2 s-contact line 7 col 13 pic x(30) to DOcontact.
       1 s-plg-siret.
           2 line 9 col 3 'SIREN/SIRET        : '.
           2 s-siret line 9 col 24 pic x(14) from DOSiret to DOSiret.
           2 line 9 col 40 '(vide si particulier)'.
       1 a-plg-siret-invalide.
           2 line 13 col 3 'SIREN/SIRET invalide (cle de controle).'.
       1 s-plg-conditions.
           2 line 10 col 3 'Plafond d''encours  : '.
           2 s-plafond line 10 col 24 pic 9(7).99 from DOPlafond
               to DOPlafond.
           2 line 10 col 36 '(0 = pas de plafond)'.
           2 line 11 col 3 'Delai paiement (j) : '.
           2 s-delai line 11 col 24 pic 999 from DODelaiPaiement
               to DODelaiPaiement.
           2 line 11 col 36 '(0 = 30 jours)'.
           2 line 12 col 3 'B)loquer A)vertir  : '.
           2 s-blocage line 12 col 24 pic x from DOBlocage
               to DOBlocage.
           2 line 12 col 36 'au-dela du plafond'.
       1 a-plg-confirm-creation.
           2 line 14 col 3 'Dossier cree, numero : '.
           2 a-numdossier line 14 col 26 pic 9(6) from DOnumdossier.
       1 a-plg-confirm-modif.
           2 line 14 col 3 'Conditions du dossier enregistrees.'.
       1 s-plg-numdossier.
           2 line 6 col 3 'Numero de dossier : '.
           2 s-numdossier line 6 col 23 pic 9(6) to numdossier-saisi
           2 line 12 col 3 'Reservation deja dans un dossier.'.
       1 a-plg-confirm-attache.
           2 line 12 col 3 'Reservation rattachee au dossier.'.
       1 a-plg-encours.
           2 line 14 col 3 'Encours : '.
           2 a-encours line 14 col 13 pic -(7)9.99
               from encours-dossier.
           2 line 14 col 26 'Sejour : '.
           2 a-sejour line 14 col 35 pic -(7)9.99
               from montant-sejour.
           2 line 14 col 48 'Plafond : '.
           2 a-plafond line 14 col 58 pic z(6)9.99 from DOPlafond.
       1 a-plg-plafond-refus.
           2 line 15 col 3
               'Plafond d''encours depasse, rattachement refuse.'.
       1 a-plg-plafond-alerte.
           2 line 15 col 3 'Attention : plafond d''encours depasse.'.
       1 a-plg-echu.
           2 line 16 col 3 'Factures echues non reglees : '.
           2 a-echu line 16 col 33 pic -(7)9.99 from echu-dossier.
           2 line 16 col 46 'depuis le'.
           2 a-date-echue line 16 col 56 pic 9(8) from date-echue.
       1 a-plg-entete.
           2 line 9 col 3 'Resa    Appart  Arrivee   Depart    St'.
       1 a-plg-ligne-resa.
       1 a-plg-nb-resas.
           2 line 20 col 3 'Reservations au dossier : '.
           2 a-nb line 20 col 29 pic zz9 from nb-resas.
       1 a-plg-conditions.
           2 line 21 col 3 'Plafond : '.
           2 a-plafond-c line 21 col 13 pic z(6)9.99 from DOPlafond.
           2 line 21 col 26 'Encours : '.
           2 a-encours-c line 21 col 36 pic -(7)9.99
               from encours-dossier.
           2 line 21 col 49 'Echu : '.
           2 a-echu-c line 21 col 56 pic -(7)9.99 from echu-dossier.

       procedure division.
           display a-plg-titre
               when mode-creation perform creer-dossier
               when mode-attache perform attacher-resa
               when mode-consultation perform consulter-dossier
               when mode-modification perform modifier-conditions
               when other continue
           end-evaluate
           goback.
       creer-dossier.
           display s-plg-creation
           accept s-plg-creation
           move 0 to DOPlafond
           move 0 to DODelaiPaiement
           move 'A' to DOBlocage
           move spaces to DOSiret
           perform saisir-siret
           display s-plg-conditions
           accept s-plg-conditions
           perform normaliser-blocage

           open input f-dossier-compteur
           if fs-dossier-compteur = '00'
               close f-resa
               goback
           end-if

      * Encours du dossier plus le reste a regler du sejour, compare
      * au plafond : au-dela, refus si le dossier est bloquant,
      * simple avertissement sinon.
           call 'pg-encours-dossier' using numdossier-saisi
               DODelaiPaiement encours-dossier echu-dossier
               date-echue end-call
           perform estimer-sejour
           display a-plg-encours
           if echu-dossier > 0
               display a-plg-echu
           end-if
           if DOPlafond > 0
               compute encours-prevu = encours-dossier + montant-sejour
               if encours-prevu > DOPlafond
                   if DOBlocage = 'B'
                       display a-plg-plafond-refus
                       close f-resa
                       goback
                   end-if
                   display a-plg-plafond-alerte
               end-if
           end-if

           move numdossier-saisi to RNumDossier
           rewrite reservation
           if fs-resa <> '00'
               end-read
           end-perform
           close f-resa
           display a-plg-nb-resas
           call 'pg-encours-dossier' using numdossier-saisi
               DODelaiPaiement encours-dossier echu-dossier
               date-echue end-call
           display a-plg-conditions.

       modifier-conditions.
           display s-plg-numdossier
           accept s-plg-numdossier

           open i-o f-dossiers
           if fs-dossiers <> '00'
               display a-plg-dossier-nontrouve
               goback
           end-if
           move numdossier-saisi to DOnumdossier
           read f-dossiers key is DOnumdossier
               invalid key continue
               not invalid key set dossier-trouve to true
           end-read
           if not dossier-trouve
               display a-plg-dossier-nontrouve
               close f-dossiers
               goback
           end-if
           display a-plg-dossier

           perform saisir-siret
           display s-plg-conditions
           accept s-plg-conditions
           perform normaliser-blocage
           rewrite dossier
           if fs-dossiers <> '00'
               display 'PG-DOSSIERS - reecriture dossiers.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-dossiers
               move 1 to return-code
               stop run
           end-if
           close f-dossiers
           display a-plg-confirm-modif.

      * Identifiant d'entreprise du client, controle par sa cle ;
      * laisse vide pour un groupe de particuliers.
       saisir-siret.
           move 'N' to siret-valide
           perform until siret-valide = 'O'
               display s-plg-siret
               accept s-plg-siret
               if DOSiret = spaces
                   move 'O' to siret-valide
               else
                   call 'pg-controle-siret' using DOSiret siret-valide
                   end-call
               end-if
               if siret-valide <> 'O'
                   display a-plg-siret-invalide
               end-if
           end-perform.

       normaliser-blocage.
           if DOBlocage = 'b'
               move 'B' to DOBlocage
           end-if
           if DOBlocage <> 'B'
               move 'A' to DOBlocage
           end-if.

      * Reste a regler du sejour d'apres son echeancier : ce qui est
      * deja encaisse ne pese plus sur l'encours du client.
       estimer-sejour.
           move 0 to montant-sejour
           open input f-echeances
           if fs-echeances = '00'
               set fin-echeances to false
               move numresa-saisi to ECnumresa
               move 0 to ECrang
               start f-echeances key is >= ECcle
                   invalid key set fin-echeances to true
               end-start
               perform until fin-echeances
                   read f-echeances next record
                       at end set fin-echeances to true
                   end-read
                   if not fin-echeances
                       if ECnumresa <> numresa-saisi
                           set fin-echeances to true
                       else
                           if ECStatut <> 'S'
                               compute montant-sejour = montant-sejour
                                   + ECMontant - ECMontantRegle
                           end-if
                       end-if
                   end-if
               end-perform
               close f-echeances
           end-if.

       end program pg-dossiers.
