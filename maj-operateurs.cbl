           88 operateur-trouve value 'O' false 'N'.
       1 v-fichier-neuf pic x value 'N'.
           88 fichier-neuf value 'O' false 'N'.
       1 mdp-provisoire pic x(20).
       1 motif-mdp pic x(40).
       1 v-debloquer pic x value 'N'.
           88 debloquer value 'O' 'o'.
       1 heure-jour pic 9(8).
       1 evenement pic x(8).
       1 libelle-evt pic x(30).

       screen section.
       1 a-plg-titre.
       1 s-plg-saisie.
           2 line 6 col 3 'Nom                  : '.
           2 s-nom line 6 col 27 pic x(20) to OPNom required.
           2 line 7 col 3 'Mot de passe provis. : '.
           2 s-mdp line 7 col 27 pic x(20) to mdp-provisoire secure.
           2 line 8 col 3 'Maj maitres (O/N)    : '.
           2 s-maj line 8 col 27 pic x to OPAutMaj required.
           2 line 9 col 3 'Tarifs (O/N)         : '.
           2 s-paie line 10 col 27 pic x to OPAutPaie required.
           2 line 11 col 3 'Agence (vide = siege): '.
           2 s-agence line 11 col 27 pic x(8) to OPAgence.
           2 line 12 col 3 'Debloquer (O/N)      : '.
           2 s-debloquer line 12 col 27 pic x to v-debloquer.
       1 a-plg-bloque.
           2 line 13 col 3 'Operateur bloque depuis le'.
           2 a-date-blocage line 13 col 30 pic 9(8) from OPDateBlocage.
       1 a-plg-motif.
           2 line 14 col 3 pic x(40) from motif-mdp.
       1 a-plg-confirm.
           2 line 15 col 3 'Operateur enregistre.'.

       procedure division.
           open i-o f-operateurs
               not invalid key set operateur-trouve to true
           end-read

      * Le mot de passe saisi ici est provisoire (date a zero) :
      * l'operateur devra le changer a son premier signon. Vide, le
      * mot de passe en place est conserve ; obligatoire a la
      * creation. Le remplacer debloque aussi l'operateur.
           if not operateur-trouve
               initialize operateur
               move 'N' to OPBloque
           end-if
           if OPBloque = 'O'
               display a-plg-bloque
           end-if
           if fichier-neuf
               move 'MAITRE' to operateur-courant
           end-if

           display s-plg-saisie
           accept s-plg-saisie
           perform controler-provisoire
           perform until motif-mdp = spaces
               display a-plg-motif
               accept s-mdp
               perform controler-provisoire
           end-perform

           move code-saisi to OPCode
           if mdp-provisoire <> spaces
               accept heure-jour from time
               compute OPSel = function random(heure-jour) * 99999999
               call 'pg-empreinte-mdp' using OPCode mdp-provisoire
                   OPSel OPEmpreinte end-call
               move 0 to OPDateMdp
               if operateur-trouve
                   move 'MDPRAZ' to evenement
                   move 'mot de passe provisoire' to libelle-evt
                   perform journaliser
               end-if
           end-if
           if OPBloque = 'O' and (debloquer or mdp-provisoire <> spaces)
               move 'DEBLOCAG' to evenement
               move OPDateBlocage to libelle-evt
               perform journaliser
               move 'N' to OPBloque
               move 0 to OPEchecs
               move 0 to OPDateBlocage
           end-if

           if operateur-trouve
               move 'MODIF' to evenement
               rewrite operateur
           else
               move 'CREATION' to evenement
               write operateur
           end-if
           if fs-operateurs <> '00'
               move 1 to return-code
               stop run
           end-if
           move spaces to libelle-evt
           string 'maj=' OPAutMaj ' tar=' OPAutTarifs ' paie='
               OPAutPaie ' ag=' OPAgence delimited by size
               into libelle-evt
           perform journaliser
           display a-plg-confirm

           close f-operateurs
           goback.

       controler-provisoire.
           move spaces to motif-mdp
           if mdp-provisoire = spaces
               if not operateur-trouve
                   move 'mot de passe obligatoire a la creation'
                       to motif-mdp
               end-if
           else
               call 'pg-regle-mdp' using code-saisi mdp-provisoire
                   motif-mdp end-call
           end-if.

       journaliser.
           call 'pg-journal-securite' using code-saisi evenement
               fonction-maj operateur-courant libelle-evt end-call.

       end program pg-maj-operateurs.
