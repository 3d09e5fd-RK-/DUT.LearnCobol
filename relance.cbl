       1 ligne-tampon pic x(80).
       1 montant-edit pic z(8)9.99.
       1 retard-edit pic zzzz9.
       1 numloc-locataire pic 9999.
       1 texte-message pic x(400).
       1 ptr-message pic 9(3).
       1 modele-message pic x(8).
       1 reference-message pic x(14).
       1 nummsg pic 9(8).
       1 tot-messages pic 9(6) value 0.
       1 langue-locataire pic xx.
       1 langue-chargee pic xx value spaces.
       1 langue-texte pic xx.
       1 code-texte pic x(8).
       1 texte-document pic x(60).
       1 nb-lignes-corps pic 9.
       1 k pic 9.
      * Libelles dans la langue du locataire (pg-texte-document).
       1 libelles.
           2 lib-titre pic x(60).
           2 lib-le pic x(60).
           2 lib-a pic x(60).
           2 lib-objet pic x(60).
           2 lib-date-doc pic x(60).
           2 lib-solde pic x(60).
           2 lib-retard pic x(60).
           2 lib-bonjour pic x(60).
           2 lib-msg-facture pic x(60).
           2 lib-msg-solde pic x(60).

       procedure division.
           accept date-jour from date yyyymmdd
           display 'PG-RELANCE - TOTAUX DE CONTROLE'
           display 'factures lues    : ' tot-factures
           display 'lettres emises   : ' tot-lettres
           display 'messages en file : ' tot-messages
           display 'niveau 1         : ' tot-niveau(1)
           display 'niveau 2         : ' tot-niveau(2)
           display 'niveau 3         : ' tot-niveau(3)
           move spaces to nom-locataire
           move spaces to prenom-locataire
           move spaces to ville-locataire
           move 0 to numloc-locataire
           move 'FR' to langue-locataire
           if resa-dispo
               move Fnumresa to Rnumresa
               read f-resa key is Rnumresa
                           read f-locataire key is Lnumloc
                               invalid key continue
                               not invalid key
                                   move Lnumloc to numloc-locataire
                                   move LNomLoc to nom-locataire
                                   move LPrenomLoc
                                       to prenom-locataire
                                   move LVilleLoc
                                       to ville-locataire
                                   if LLangueLoc <> spaces
                                       move LLangueLoc
                                           to langue-locataire
                                   end-if
                           end-read
                       end-if
               end-read
           end-if

           if langue-locataire <> langue-chargee
               perform charger-libelles
           end-if

           move '========================================'
               to ligne-lettre
           write ligne-lettre
           move spaces to ligne-tampon
           string function trim(lib-titre) ' ' niveau-du ' - '
               function trim(lib-le) ' ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-lettre
           write ligne-lettre
           move spaces to ligne-tampon
           string function trim(lib-a) ' ' prenom-locataire ' '
               nom-locataire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-lettre
           write ligne-lettre
           move spaces to ligne-tampon
           string '    ' ville-locataire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-lettre
           write ligne-lettre
           move spaces to ligne-tampon
           string function trim(lib-objet) ' ' Fnumfact ' '
               function trim(lib-date-doc) ' ' FDateFacture
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-lettre
           write ligne-lettre
           move jours-retard to retard-edit
           move solde-facture to montant-edit
           move spaces to ligne-tampon
           string function trim(lib-solde) ' ' montant-edit ' '
               FDevise '  (' retard-edit ' '
               function trim(lib-retard) ')'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-lettre
           write ligne-lettre
      * La mise en demeure fait foi en francais : elle est toujours
      * imprimee en francais, suivie de sa traduction.
           evaluate niveau-du
               when 1 move 2 to nb-lignes-corps
               when other move 3 to nb-lignes-corps
           end-evaluate
           if niveau-du = 3
               move 'FR' to langue-texte
               perform editer-corps
               if langue-locataire <> 'FR'
                   move spaces to ligne-lettre
                   write ligne-lettre
                   move langue-locataire to langue-texte
                   perform editer-corps
               end-if
           else
               move langue-locataire to langue-texte
               perform editer-corps
           end-if
           if fs-lettres <> '00'
               display 'PG-RELANCE - ecriture relances.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-lettres
               move 1 to return-code
               stop run
           end-if
           if numloc-locataire > 0
               perform envoyer-message
           end-if.

       editer-corps.
           perform varying k from 1 by 1 until k > nb-lignes-corps
               perform lire-ligne-corps
               move texte-document to ligne-lettre
               write ligne-lettre
           end-perform.

       lire-ligne-corps.
           move spaces to code-texte
           string 'RLN' niveau-du 'L' k delimited by size
               into code-texte
           call 'pg-texte-document' using langue-texte code-texte
               texte-document
           end-call.

      * Libelles de la lettre dans la langue du locataire, le
      * francais a defaut ; dates et montants gardent leur forme.
       charger-libelles.
           move langue-locataire to langue-chargee
           move langue-locataire to langue-texte
           move 'RLTITRE' to code-texte
           perform traduire
           move texte-document to lib-titre
           move 'RLLE' to code-texte
           perform traduire
           move texte-document to lib-le
           move 'RLA' to code-texte
           perform traduire
           move texte-document to lib-a
           move 'RLOBJET' to code-texte
           perform traduire
           move texte-document to lib-objet
           move 'DATEDOC' to code-texte
           perform traduire
           move texte-document to lib-date-doc
           move 'RLSOLDE' to code-texte
           perform traduire
           move texte-document to lib-solde
           move 'RLRETARD' to code-texte
           perform traduire
           move texte-document to lib-retard
           move 'BONJOUR' to code-texte
           perform traduire
           move texte-document to lib-bonjour
           move 'RLMSG1' to code-texte
           perform traduire
           move texte-document to lib-msg-facture
           move 'RLMSG2' to code-texte
           perform traduire
           move texte-document to lib-msg-solde.

       traduire.
           call 'pg-texte-document' using langue-texte code-texte
               texte-document
           end-call.

      * La lettre part aussi par e-mail ou SMS quand le locataire l'a
      * choisi ; une relance de meme niveau pour la meme facture
      * n'est mise en file qu'une fois.
       envoyer-message.
           move spaces to modele-message
           string 'RELANCE' niveau-du delimited by size
               into modele-message
           move Fnumfact to reference-message
           move spaces to texte-message
           move 1 to ptr-message
           string function trim(lib-bonjour) ' '
               function trim(prenom-locataire) ' '
               function trim(nom-locataire)
               function trim(lib-msg-facture) ' ' Fnumfact ' '
               function trim(lib-date-doc) ' ' FDateFacture ' '
               function trim(lib-msg-solde) ' '
               function trim(montant-edit) ' ' FDevise ' ('
               function trim(retard-edit) ' '
               function trim(lib-retard) ').'
               delimited by size into texte-message
               with pointer ptr-message
           end-string
      * Meme corps que la lettre, mise en demeure comprise.
           if niveau-du = 3
               move 'FR' to langue-texte
               perform ajouter-corps
               if langue-locataire <> 'FR'
                   move langue-locataire to langue-texte
                   perform ajouter-corps
               end-if
           else
               move langue-locataire to langue-texte
               perform ajouter-corps
           end-if
           call 'pg-ecrire-message' using numloc-locataire Fnumresa
               modele-message reference-message texte-message nummsg
           end-call
           if nummsg > 0
               compute tot-messages = tot-messages + 1
           end-if.

       ajouter-corps.
           perform varying k from 1 by 1 until k > nb-lignes-corps
               perform lire-ligne-corps
               string ' ' function trim(texte-document)
                   delimited by size into texte-message
                   with pointer ptr-message
               end-string
           end-perform.

       editer-controle.
           move solde-facture to montant-edit
           move jours-retard to retard-edit
