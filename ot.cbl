           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-fournisseurs assign 'fournisseurs.dat'
           organization indexed
           access random
           record key FOnumfour
           file status fs-fournisseurs.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-ot-compteur assign 'ot-cpt.dat'
           organization record sequential
           file status fs-ot-compteur.
       fd f-ot.
           copy ordre-travail.

       fd f-fournisseurs.
           copy fournisseur.

       fd f-mandats.
           copy mandat.

       fd f-ot-compteur.
       1 ot-compteur-rec pic 9(6).

       1 v-mode pic x.
           88 mode-ouverture value 'O' 'o'.
           88 mode-cloture value 'C' 'c'.
           88 mode-accord value 'A' 'a'.
       1 prochain-numot pic 9(6) value 1.
       1 numappart-saisi pic 9999.
       1 numot-saisi pic 9(6).
       1 v-ot-trouve pic x value 'N'.
           88 ot-trouve value 'O' false 'N'.
       1 date-jour pic 9(8).
       1 fs-fournisseurs pic xx.
       1 fs-mandats pic xx.
       1 v-four-trouve pic x.
           88 fournisseur-trouve value 'O' false 'N'.
       1 seuil-accord pic 9(7)v99.
       1 numprop-appart pic 9999.
       1 decision-accord pic x.
           88 accord-obtenu value 'O' 'o'.
           88 accord-refuse value 'R' 'r'.
      * Recalcul de toutes les nuits de l'appartement dans l'index
      * des disponibilites (dates a zero).
       1 debut-recalcul pic 9(8) value 0.
       1 fin-recalcul pic 9(8) value 0.
       1 ecarts-dispo pic 9(5).

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Ordres de travaux appartements'.
       1 s-plg-mode.
           2 line 4 col 3 'O)uverture C)loture A)ccord proprio : '.
           2 s-mode pic x to v-mode required.
       1 s-plg-numappart.
           2 line 6 col 3 'Numero d''appartement : '.
           2 s-libelle line 8 col 26 pic x(40) to OTLibelle required.
           2 line 9 col 3 'Bloque la location (O/N) : '.
           2 s-bloquant line 9 col 30 pic x to OTBloquant required.
           2 line 10 col 3 'Devis fournisseur (0 = aucun) : '.
           2 s-four-devis line 10 col 36 pic 9999 to OTnumfourDevis.
           2 line 11 col 3 'Montant du devis            : '.
           2 s-montant-devis line 11 col 36 pic 9(7).99
               to OTMontantDevis.
       1 a-plg-four-inconnu.
           2 line 13 col 3 'Fournisseur du devis inconnu, OT refuse.'.
       1 a-plg-confirm-ouv.
           2 line 13 col 3 'Ordre de travaux ouvert, numero : '.
           2 a-numot line 13 col 37 pic 9(6) from OTnumot.
       1 a-plg-attente-accord.
           2 line 14 col 3 'Devis au-dela du seuil du mandat : '.
           2 line 14 col 38 'en attente d''accord du proprietaire.'.
       1 s-plg-numot.
           2 line 6 col 3 'Numero d''ordre de travaux : '.
           2 s-numot pic 9(6) to numot-saisi required.
           2 line 12 col 3 'Ordre de travaux deja clos.'.
       1 a-plg-confirm-clo.
           2 line 12 col 3 'Ordre de travaux clos.'.
       1 a-plg-devis.
           2 line 11 col 3 'Devis       : '.
           2 a-four-devis line 11 col 17 pic 9999 from OTnumfourDevis.
           2 a-montant-devis line 11 col 23 pic z(6)9.99
               from OTMontantDevis.
           2 line 12 col 3 'Accord      : '.
           2 a-accord line 12 col 17 pic x from OTAccord.
           2 line 12 col 20 '(E attente, A accorde, R refuse)'.
       1 a-plg-pas-attente.
           2 line 14 col 3 'Aucun accord proprietaire en attente.'.
       1 s-plg-accord.
           2 line 14 col 3 'O)btenu ou R)efuse      : '.
           2 s-decision line 14 col 29 pic x to decision-accord
               required.
           2 line 15 col 3 'Date accord (AAAAMMJJ) : '.
           2 s-date-accord line 15 col 29 pic 9(8) from date-jour
               to OTDateAccord required.
           2 line 16 col 3 'Canal (COURRIER, MAIL..): '.
           2 s-canal line 16 col 29 pic x(10) to OTCanalAccord
               required.
       1 a-plg-decision-invalide.
           2 line 18 col 3 'Reponse O ou R uniquement.'.
       1 a-plg-confirm-accord.
           2 line 18 col 3 'Accord du proprietaire enregistre.'.

       procedure division.
           display a-plg-titre
               move numappart-saisi to Anumappart
               read f-appart key is Anumappart
                   invalid key set appart-trouve to false
                   not invalid key
                       set appart-trouve to true
                       move Anumprop to numprop-appart
               end-read
               close f-appart
               if not appart-trouve
                   close f-ot-compteur
               end-if

               move 0 to OTnumfourDevis
               move 0 to OTMontantDevis
               display s-plg-ouverture
               accept s-plg-ouverture
               perform controler-devis
               if not fournisseur-trouve
                   display a-plg-four-inconnu
                   close f-ot
                   goback
               end-if
               move prochain-numot to OTnumot
               move numappart-saisi to OTnumappart
               move 'O' to OTStatut
                   move 1 to return-code
                   stop run
               end-if
               if OTBloquant = 'O'
                   call 'pg-maj-dispo' using OTnumappart debut-recalcul
                       fin-recalcul ecarts-dispo
                   end-call
               end-if
               display a-plg-confirm-ouv
               if OTAccord = 'E'
                   display a-plg-attente-accord
               end-if

               compute prochain-numot = prochain-numot + 1
               open output f-ot-compteur
                           move 1 to return-code
                           stop run
                       end-if
                       if OTBloquant = 'O'
                           call 'pg-maj-dispo' using OTnumappart
                               debut-recalcul fin-recalcul ecarts-dispo
                           end-call
                       end-if
                       display a-plg-confirm-clo
                   end-if
               end-if
           else if mode-accord
               display s-plg-numot
               accept s-plg-numot
               move numot-saisi to OTnumot
               read f-ot key is OTnumot
                   invalid key continue
                   not invalid key set ot-trouve to true
               end-read
               if not ot-trouve
                   display a-plg-ot-nontrouve
               else
                   display a-plg-ot-detail
                   display a-plg-devis
                   if OTAccord <> 'E'
                       display a-plg-pas-attente
                   else
                       perform enregistrer-accord
                   end-if
               end-if
           end-if
           end-if
           end-if

           close f-ot
           goback.

      * Le devis du fournisseur est compare au seuil fixe au mandat
      * du proprietaire : au-dela, l'ordre attend son accord et ses
      * couts ne peuvent pas lui etre recharges (pg-recharge-ot).
       controler-devis.
           move space to OTAccord
           move 0 to OTDateAccord
           move spaces to OTCanalAccord
           set fournisseur-trouve to true
           if OTnumfourDevis > 0
               set fournisseur-trouve to false
               open input f-fournisseurs
               if fs-fournisseurs = '00'
                   move OTnumfourDevis to FOnumfour
                   read f-fournisseurs key is FOnumfour
                       invalid key continue
                       not invalid key set fournisseur-trouve to true
                   end-read
                   close f-fournisseurs
               end-if
           end-if
           move 0 to seuil-accord
           open input f-mandats
           if fs-mandats = '00'
               move numprop-appart to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key continue
                   not invalid key
                       move MDSeuilAccordTravaux to seuil-accord
               end-read
               close f-mandats
           end-if
           if seuil-accord > 0 and OTMontantDevis > seuil-accord
               move 'E' to OTAccord
           end-if.

       enregistrer-accord.
           move space to decision-accord
           display s-plg-accord
           accept s-plg-accord
           if not accord-obtenu and not accord-refuse
               display a-plg-decision-invalide
           else
               if accord-obtenu
                   move 'A' to OTAccord
               else
                   move 'R' to OTAccord
               end-if
               move function upper-case(OTCanalAccord)
                   to OTCanalAccord
               rewrite ordre-travail
               if fs-ot <> '00'
                   display 'PG-OT - reecriture ot.dat impossible'
                   display 'code retour fichier : ' fs-ot
                   move 1 to return-code
                   stop run
               end-if
               display a-plg-confirm-accord
           end-if.

       end program pg-ot.
