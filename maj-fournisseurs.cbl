       1 v-mode pic x.
           88 mode-creation value 'C' 'c'.
           88 mode-modification value 'M' 'm'.
           88 mode-banque value 'B' 'b'.
       1 prochain-numfour pic 9999 value 1.
       1 numfour-recherche pic 9999.
       1 v-trouve pic x value 'N'.
           88 enreg-trouve value 'O' false 'N'.
       1 code-banque-saisi pic x(5).
       1 code-guichet-saisi pic x(5).
       1 num-compte-saisi pic x(11).
       1 cle-saisie pic xx.
       1 bic-saisi pic x(11).
       1 banque-n pic 9(5).
       1 guichet-n pic 9(5).
       1 compte-n pic 9(11).
       1 cle-n pic 99.
       1 cle-calculee pic 99.
       1 somme-rib pic 9(18).
       1 iban-calcule pic x(34).
       1 siret-valide pic x.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Maintenance des fournisseurs'.
       1 s-plg-mode.
           2 line 4 col 3 'C)reation M)odification B)anque : '.
           2 s-mode pic x to v-mode required.
       1 s-plg-saisie.
           2 line 6 col 3 'Nom        : '.
           2 s-ville line 8 col 17 pic x(20) to FOville required.
           2 line 9 col 3 'Specialite : '.
           2 s-specialite line 9 col 17 pic x(20) to FOspecialite.
           2 line 10 col 3 'SIREN/SIRET: '.
           2 s-siret line 10 col 17 pic x(14) to FOSiret.
       1 a-plg-confirm.
           2 line 11 col 3 'Fournisseur cree, numero : '.
           2 a-numfour line 11 col 31 pic 9999 from FOnumfour.
           2 line 11 col 3 'Specialite : '.
           2 s-specialite2 line 11 col 17 pic x(20)
               from FOspecialite to FOspecialite.
           2 line 12 col 3 'SIREN/SIRET: '.
           2 s-siret2 line 12 col 17 pic x(14) from FOSiret
               to FOSiret.
       1 a-plg-siret-invalide.
           2 line 14 col 3 'SIREN/SIRET invalide (cle de controle).'.
       1 a-plg-nontrouve.
           2 line 8 col 1 'Aucun fournisseur avec ce numero.'.
       1 s-plg-rib.
           2 line 8 col 3 'Fournisseur  : '.
           2 a-nom-rib line 8 col 19 pic x(20) from FOnom.
           2 line 10 col 3 'Code banque  : '.
           2 s-banque line 10 col 19 pic x(5)
               to code-banque-saisi required.
           2 line 11 col 3 'Code guichet : '.
           2 s-guichet line 11 col 19 pic x(5)
               to code-guichet-saisi required.
           2 line 12 col 3 'Numero compte: '.
           2 s-compte line 12 col 19 pic x(11)
               to num-compte-saisi required.
           2 line 13 col 3 'Cle RIB      : '.
           2 s-cle line 13 col 19 pic xx to cle-saisie required.
           2 line 14 col 3 'BIC          : '.
           2 s-bic line 14 col 19 pic x(11) to bic-saisi.
       1 a-plg-rib-refuse.
           2 line 16 col 3 'RIB non numerique ou cle fausse, refuse.'.
       1 a-plg-iban.
           2 line 16 col 3 'IBAN : '.
           2 a-iban line 16 col 10 pic x(34) from FOIban.

       procedure division.
           display a-plg-titre
                   close f-four-compteur
               end-if

               move 'N' to siret-valide
               perform until siret-valide = 'O'
                   display s-plg-saisie
                   accept s-plg-saisie
                   perform controler-siret
               end-perform
               move prochain-numfour to FOnumfour
               move spaces to FOIban
               move spaces to FOBic
               write fournisseur
               if fs-fournisseurs <> '00'
                   display 'PG-MAJ-FOURNISSEURS - ecriture'
               end-read

               if enreg-trouve
                   move 'N' to siret-valide
                   perform until siret-valide = 'O'
                       display s-plg-maj
                       accept s-plg-maj
                       perform controler-siret
                   end-perform
                   rewrite fournisseur
                   if fs-fournisseurs <> '00'
                       display 'PG-MAJ-FOURNISSEURS - reecriture'
               else
                   display a-plg-nontrouve
               end-if
           else if mode-banque
               display s-plg-numfour
               accept s-plg-numfour
               move numfour-recherche to FOnumfour

               read f-fournisseurs key is FOnumfour
                   invalid key set enreg-trouve to false
                   not invalid key set enreg-trouve to true
               end-read

               if enreg-trouve
                   perform saisir-rib
               else
                   display a-plg-nontrouve
               end-if
           end-if
           end-if
           end-if

           close f-fournisseurs
           goback.

      * SIREN ou SIRET du fournisseur, controle par sa cle ; laisse
      * vide tant qu'il n'est pas connu (pg-liste-siret le signale).
       controler-siret.
           if FOSiret = spaces
               move 'O' to siret-valide
           else
               call 'pg-controle-siret' using FOSiret siret-valide
               end-call
           end-if
           if siret-valide <> 'O'
               display a-plg-siret-invalide
           end-if.

      * Coordonnees du fournisseur pour le paiement de ses factures
      * par virement SEPA (pg-paiement-fournisseurs) : RIB controle
      * par sa cle puis converti en IBAN, comme pour les
      * proprietaires.
       saisir-rib.
           display s-plg-rib
           accept s-plg-rib
           move 0 to cle-calculee
           move 1 to cle-n
           if code-banque-saisi is numeric
               and code-guichet-saisi is numeric
               and num-compte-saisi is numeric
               and cle-saisie is numeric
               move code-banque-saisi to banque-n
               move code-guichet-saisi to guichet-n
               move num-compte-saisi to compte-n
               move cle-saisie to cle-n
               compute somme-rib = 89 * banque-n
                   + 15 * guichet-n + 3 * compte-n
               compute cle-calculee =
                   97 - function mod(somme-rib, 97)
           end-if
           move spaces to iban-calcule
           if cle-calculee = cle-n
               call 'pg-calcul-iban' using code-banque-saisi
                   code-guichet-saisi num-compte-saisi cle-saisie
                   iban-calcule end-call
           end-if
           if iban-calcule = spaces
               display a-plg-rib-refuse
           else
               move iban-calcule to FOIban
               move bic-saisi to FOBic
               rewrite fournisseur
               if fs-fournisseurs <> '00'
                   display 'PG-MAJ-FOURNISSEURS - reecriture'
                       ' fournisseurs.dat impossible'
                   display 'code retour fichier : ' fs-fournisseurs
                   move 1 to return-code
                   stop run
               end-if
               display a-plg-iban
           end-if.

       end program pg-maj-fournisseurs.
