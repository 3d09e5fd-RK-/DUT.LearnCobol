      * externe propre au processus, jamais partagee entre postes.
       1 session-agence-courante pic x(8) external.
       1 code-saisi pic x(8).
       1 mdp-saisi pic x(20).
       1 mdp-nouveau pic x(20).
       1 mdp-confirme pic x(20).
       1 motif-mdp pic x(40).
       1 empreinte-calc pic 9(18).
       1 essais pic 9.
       1 essais-chgt pic 9.
       1 echecs-max pic 9 value 5.
       1 duree-mdp pic 999 value 90.
       1 date-jour pic 9(8).
       1 heure-jour pic 9(8).
       1 age-mdp pic 9(6).
       1 evenement pic x(8).
       1 libelle-evt pic x(30).
       1 auteur pic x(8) value spaces.
       1 v-trouve pic x.
           88 operateur-trouve value 'O' false 'N'.
       1 v-autorise pic x.
           88 operateur-autorise value 'O' false 'N'.
       1 v-abandon pic x.
           88 signon-abandonne value 'O' false 'N'.
       1 v-mdp-change pic x.
           88 mdp-change value 'O' false 'N'.

       linkage section.
       1 fonction pic x.
           2 line 24 col 3 'Operateur : '.
           2 s-code line 24 col 15 pic x(8) to code-saisi required.
           2 line 24 col 25 'Mot de passe : '.
           2 s-mdp line 24 col 40 pic x(20) to mdp-saisi
               secure required.
       1 a-plg-refuse.
           2 line 24 col 62 'Acces refuse.    '.
       1 a-plg-bloque.
           2 line 24 col 62 'Operateur bloque.'.
       1 s-plg-nouveau.
           2 line 20 col 3 'Mot de passe a changer (8 caracteres'.
           2 line 20 col 40 'au moins, lettres et chiffres)'.
           2 line 21 col 3 'Nouveau mot de passe : '.
           2 s-nouveau line 21 col 27 pic x(20) to mdp-nouveau
               secure required.
           2 line 22 col 3 'Confirmation         : '.
           2 s-confirme line 22 col 27 pic x(20) to mdp-confirme
               secure required.
       1 a-plg-motif.
           2 line 23 col 3 pic x(40) from motif-mdp.

      * Mots de passe conserves sous forme d'empreinte salee
      * (pg-empreinte-mdp). Cinq echecs consecutifs bloquent
      * l'operateur jusqu'au deblocage par un superviseur dans
      * pg-maj-operateurs ; un mot de passe provisoire (date a zero)
      * ou de plus de 90 jours doit etre change avant tout acces.
      * Signons, echecs, blocages et refus vont au journal securite.
       procedure division using fonction code-operateur.
           move spaces to code-operateur
           accept date-jour from date yyyymmdd

           open i-o f-operateurs
           if fs-operateurs = '35'
               move 'MAITRE' to code-operateur
               move spaces to OPAgence
           end-if

           set operateur-autorise to false
           set signon-abandonne to false
           perform varying essais from 1 by 1
               until essais > 3 or operateur-autorise
                   or signon-abandonne
               display s-plg-signon
               accept s-plg-signon

                   not invalid key set operateur-trouve to true
               end-read

               if not operateur-trouve
                   move 'ECHEC' to evenement
                   move 'operateur inconnu' to libelle-evt
                   perform journaliser
                   display a-plg-refuse
               else if OPBloque = 'O'
                   move 'REFUS' to evenement
                   move 'operateur bloque' to libelle-evt
                   perform journaliser
                   display a-plg-bloque
                   set signon-abandonne to true
               else
                   call 'pg-empreinte-mdp' using OPCode mdp-saisi
                       OPSel empreinte-calc end-call
                   if empreinte-calc <> OPEmpreinte
                       perform compter-echec
                   else
                       perform verifier-fonction
                   end-if
               end-if end-if
           end-perform

           if operateur-autorise
           close f-operateurs
           goback.

       compter-echec.
           compute OPEchecs = OPEchecs + 1
           if OPEchecs >= echecs-max
               move 'O' to OPBloque
               move date-jour to OPDateBlocage
               move 'BLOCAGE' to evenement
               move 'echecs consecutifs' to libelle-evt
               set signon-abandonne to true
           else
               move 'ECHEC' to evenement
               move 'mot de passe errone' to libelle-evt
           end-if
           perform enregistrer-operateur
           perform journaliser
           if signon-abandonne
               display a-plg-bloque
           else
               display a-plg-refuse
           end-if.

       verifier-fonction.
           move 0 to OPEchecs
           move 0 to age-mdp
           if OPDateMdp > 0
               compute age-mdp = function integer-of-date(date-jour)
                   - function integer-of-date(OPDateMdp)
           end-if
           set mdp-change to true
           if OPDateMdp = 0 or age-mdp >= duree-mdp
               perform changer-mdp
           end-if
           perform enregistrer-operateur

           if not mdp-change
               move 'REFUS' to evenement
               move 'mot de passe non change' to libelle-evt
               perform journaliser
               display a-plg-refuse
               set signon-abandonne to true
           else
               evaluate fonction
      * 'S' : simple signon (ouverture de poste) ; tout operateur
      * reconnu passe, les autorisations fines restent controlees
      * par les fonctions M/T/P a l'entree des ecrans proteges.
                   when 'S'
                       set operateur-autorise to true
                   when 'M'
                       if OPAutMaj = 'O'
                           set operateur-autorise to true
                       end-if
                   when 'T'
                       if OPAutTarifs = 'O'
                           set operateur-autorise to true
                       end-if
                   when 'P'
                       if OPAutPaie = 'O'
                           set operateur-autorise to true
                       end-if
                   when other continue
               end-evaluate
               if operateur-autorise
                   move 'SIGNON' to evenement
                   move spaces to libelle-evt
               else
      * Mot de passe juste mais fonction non autorisee : inutile de
      * redemander, l'operateur n'a pas le droit.
                   move 'REFUS' to evenement
                   move 'fonction non autorisee' to libelle-evt
                   display a-plg-refuse
                   set signon-abandonne to true
               end-if
               perform journaliser
           end-if.

       changer-mdp.
           set mdp-change to false
           perform varying essais-chgt from 1 by 1
               until essais-chgt > 3 or mdp-change
               display s-plg-nouveau
               accept s-plg-nouveau
               call 'pg-regle-mdp' using OPCode mdp-nouveau motif-mdp
               end-call
               if motif-mdp = spaces and mdp-nouveau <> mdp-confirme
                   move 'confirmation differente' to motif-mdp
               end-if
               if motif-mdp = spaces and mdp-nouveau = mdp-saisi
                   move 'identique a l''ancien mot de passe'
                       to motif-mdp
               end-if
               display a-plg-motif
               if motif-mdp = spaces
                   accept heure-jour from time
                   compute OPSel = function random(heure-jour)
                       * 99999999
                   call 'pg-empreinte-mdp' using OPCode mdp-nouveau
                       OPSel OPEmpreinte end-call
                   move date-jour to OPDateMdp
                   set mdp-change to true
                   move 'CHGTMDP' to evenement
                   move spaces to libelle-evt
                   perform journaliser
               end-if
           end-perform.

       enregistrer-operateur.
           rewrite operateur
           if fs-operateurs <> '00'
               display 'PG-CONTROLE-ACCES - ecriture operateurs.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-operateurs
           end-if.

       journaliser.
           call 'pg-journal-securite' using code-saisi evenement
               fonction auteur libelle-evt end-call.

       noter-session.
           move OPAgence to session-agence-courante.

