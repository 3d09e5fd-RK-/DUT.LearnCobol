       program-id. pg-maj-documents.

       file-control.
           select f-documents assign 'documents.dat'
           organization indexed
           access dynamic
           record key DCcle
           file status fs-documents.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

       data division.

       file section.
       fd f-documents.
           copy document-appart.

       fd f-appart.
           copy appartement.

       working-storage section.
       1 fs-documents pic xx.
       1 fs-appart pic xx.
       1 v-mode pic x.
           88 mode-ajout value 'A' 'a'.
           88 mode-suppression value 'S' 's'.
       1 numappart-saisi pic 9999.
       1 type-saisi pic x(4).
       1 v-trouve pic x value 'N'.
           88 appart-trouve value 'O' false 'N'.
       1 v-doc-trouve pic x.
           88 doc-trouve value 'O' false 'N'.
       1 v-fin-doc pic x value 'N'.
           88 fin-doc value 'O' false 'N'.
       1 v-saisie-valide pic x.
           88 saisie-valide value 'O' false 'N'.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 enreg-saisi pic x(45).
       1 nl pic 99 value 8.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Documents de conformite d''un appartement'.
       1 s-plg-mode.
           2 line 4 col 3 'A)jout/renouvellement ou S)uppression : '.
           2 s-mode pic x to v-mode required.
       1 s-plg-numappart.
           2 line 5 col 3 'Numero d''appartement   : '.
           2 s-numappart line 5 col 28 pic 9999 to numappart-saisi
               required.
       1 a-plg-nontrouve.
           2 line 7 col 3 'Aucun appartement avec ce numero.'.
       1 a-plg-entete.
           2 line 7 col 3
               'Type Reference            Emis le   Expire le'.
           2 line 7 col 50 'Oblig.'.
       1 a-plg-ligne.
           2 a-type line nl col 3 pic x(4) from DCType.
           2 a-reference line nl col 8 pic x(20) from DCReference.
           2 a-emission line nl col 29 pic 9(8) from DCDateEmission.
           2 a-expiration line nl col 39 pic 9(8)
               from DCDateExpiration.
           2 a-obligatoire line nl col 52 pic x from DCObligatoire.
       1 s-plg-saisie.
           2 line 15 col 3 'Type (ASSU GAZ ELEC DPE DAAF) : '.
           2 s-type line 15 col 35 pic x(4) to DCType required.
           2 line 16 col 3 'Reference                     : '.
           2 s-reference line 16 col 35 pic x(20) to DCReference.
           2 line 17 col 3 'Emis le (AAAAMMJJ)            : '.
           2 s-emission line 17 col 35 pic 9(8) to DCDateEmission
               required.
           2 line 18 col 3 'Expire le (AAAAMMJJ, 0 aucun) : '.
           2 s-expiration line 18 col 35 pic 9(8)
               from DCDateExpiration to DCDateExpiration.
           2 line 19 col 3 'Obligatoire (O/N)             : '.
           2 s-obligatoire line 19 col 35 pic x from DCObligatoire
               to DCObligatoire.
       1 s-plg-type-supp.
           2 line 15 col 3 'Type a supprimer : '.
           2 s-type-supp line 15 col 22 pic x(4) to type-saisi
               required.
       1 a-plg-doc-invalide.
           2 line 21 col 3
               'Type inconnu, obligatoire O/N ou dates incoherentes.'.
       1 a-plg-doc-inconnu.
           2 line 21 col 3 'Document inconnu.'.
       1 a-plg-confirm.
           2 line 21 col 3 'Registre des documents mis a jour.'.
       1 s-plg-encore.
           2 line 22 col 3 'Saisir un autre document (O/N) : '.
           2 s-encore pic x to v-encore required.

      * Registre des documents de conformite par appartement : un
      * document par type, le renouvellement remplace le precedent.
      * Les documents obligatoires perimes bloquent la location
      * (pg-documents-valides) ; les echeances a 60 jours sont
      * signalees chaque nuit par pg-alerte-documents.
       procedure division.
           display a-plg-titre
           display s-plg-mode
           accept s-mode
           display s-plg-numappart
           accept s-plg-numappart

           open input f-appart
           if fs-appart <> '00'
               display 'PG-MAJ-DOCUMENTS - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           move numappart-saisi to Anumappart
           read f-appart key is Anumappart
               invalid key set appart-trouve to false
               not invalid key set appart-trouve to true
           end-read
           close f-appart
           if not appart-trouve
               display a-plg-nontrouve
               goback
           end-if

           open i-o f-documents
           if fs-documents = '35'
               open output f-documents
               close f-documents
               open i-o f-documents
           end-if
           if fs-documents <> '00'
               display 'PG-MAJ-DOCUMENTS - ouverture'
                   ' documents.dat impossible'
               display 'code retour fichier : ' fs-documents
               move 1 to return-code
               stop run
           end-if

           perform afficher-documents

           move 'O' to v-encore
           perform until not saisir-encore
               if mode-suppression
                   perform supprimer-document
               else
                   perform enregistrer-document
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-documents
           goback.

       afficher-documents.
           display a-plg-entete
           set fin-doc to false
           move numappart-saisi to DCnumappart
           move spaces to DCType
           start f-documents key is >= DCcle
               invalid key set fin-doc to true
           end-start
           if not fin-doc
               read f-documents next record at end
                   set fin-doc to true
               end-read
           end-if
           perform until fin-doc
                   or DCnumappart <> numappart-saisi
               if nl < 14
                   display a-plg-ligne
                   compute nl = nl + 1
               end-if
               read f-documents next record at end
                   set fin-doc to true
               end-read
           end-perform.

       enregistrer-document.
           move spaces to DCReference
           move 0 to DCDateEmission
           move 0 to DCDateExpiration
           move 'O' to DCObligatoire
           set saisie-valide to false
           perform until saisie-valide
               display s-plg-saisie
               accept s-plg-saisie
               move function upper-case(DCType) to DCType
               move function upper-case(DCObligatoire)
                   to DCObligatoire
               if (DCType <> 'ASSU' and DCType <> 'GAZ'
                   and DCType <> 'ELEC' and DCType <> 'DPE'
                   and DCType <> 'DAAF')
                   or (DCObligatoire <> 'O' and DCObligatoire <> 'N')
                   or (DCDateExpiration > 0
                   and DCDateExpiration <= DCDateEmission)
                   display a-plg-doc-invalide
               else
                   set saisie-valide to true
               end-if
           end-perform

           move numappart-saisi to DCnumappart
           move document-appart to enreg-saisi
           write document-appart
      * Renouvellement : le nouveau document remplace l'ancien.
           if fs-documents = '22'
               read f-documents key is DCcle
                   invalid key continue
               end-read
               move enreg-saisi to document-appart
               rewrite document-appart
           end-if
           if fs-documents <> '00'
               display 'PG-MAJ-DOCUMENTS - ecriture'
                   ' documents.dat impossible'
               display 'code retour fichier : ' fs-documents
               move 1 to return-code
               stop run
           end-if
           display a-plg-confirm.

       supprimer-document.
           display s-plg-type-supp
           accept s-plg-type-supp
           set doc-trouve to false
           move numappart-saisi to DCnumappart
           move function upper-case(type-saisi) to DCType
           read f-documents key is DCcle
               invalid key continue
               not invalid key set doc-trouve to true
           end-read
           if not doc-trouve
               display a-plg-doc-inconnu
           else
               delete f-documents record
               if fs-documents <> '00'
                   display 'PG-MAJ-DOCUMENTS - suppression'
                       ' documents.dat impossible'
                   display 'code retour fichier : ' fs-documents
                   move 1 to return-code
                   stop run
               end-if
               display a-plg-confirm
           end-if.

       end program pg-maj-documents.
