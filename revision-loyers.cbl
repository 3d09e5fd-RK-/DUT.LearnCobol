       program-id. pg-revision-loyers.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-indices assign 'indices-irl.dat'
           organization indexed
           access random
           record key IRTrimestre
           file status fs-indices.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-locataire assign 'locataire.dat'
           organization indexed
           access random
           record key Lnumloc
           file status fs-locataire.

           select f-proprio assign 'proprio.dat'
           organization indexed
           access random
           record key Pnumprop
           alternate key PCleDup with duplicates
           file status fs-proprio.

           select f-avis assign 'revisions-loyers.lst'
           organization line sequential
           file status fs-avis.

           select f-synthese assign 'revisions-proprio.lst'
           organization line sequential
           file status fs-synthese.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-indices.
           copy indice-loyer.

       fd f-appart.
           copy appartement.

       fd f-locataire.
           copy locataire.

       fd f-proprio.
           copy proprio.

       fd f-avis.
       1 ligne-avis pic x(80).

       fd f-synthese.
       1 ligne-synthese pic x(80).

       working-storage section.
       1 fs-resa pic xx.
       1 fs-indices pic xx.
       1 fs-appart pic xx.
       1 fs-locataire pic xx.
       1 fs-proprio pic xx.
       1 fs-avis pic xx.
       1 fs-synthese pic xx.
       1 date-jour pic 9(8).
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-appart-dispo pic x value 'N'.
           88 appart-dispo value 'O' false 'N'.
       1 v-locataire-dispo pic x value 'N'.
           88 locataire-dispo value 'O' false 'N'.
       1 v-proprio-dispo pic x value 'N'.
           88 proprio-dispo value 'O' false 'N'.
       1 v-indices pic x value 'N'.
           88 indices-trouves value 'O' false 'N'.
       1 annee-anniv pic 9(4).
       1 anniversaire pic 9(8).
       1 date-effet pic 9(8).
       1 nouveau-trimestre pic 9(5).
       1 ancien-indice pic 9(3)v99.
       1 nouvel-indice pic 9(3)v99.
       1 nouveau-loyer pic 9(7)v99.
       1 numprop-resa pic 9999.
       1 devise-resa pic x(3).
       1 numloc-locataire pic 9999.
       1 nom-locataire pic x(20).
       1 prenom-locataire pic x(20).
       1 ville-locataire pic x(20).
       1 langue-locataire pic xx.
       1 langue-chargee pic xx value spaces.
       1 langue-texte pic xx.
       1 code-texte pic x(8).
       1 texte-document pic x(60).
       1 lib-titre pic x(60).
       1 lib-le pic x(60).
       1 lib-a pic x(60).
       1 lib-objet pic x(60).
       1 lib-ligne1 pic x(60).
       1 lib-ligne2 pic x(60).
       1 lib-ligne3 pic x(60).
       1 lib-indices pic x(60).
       1 lib-ancien pic x(60).
       1 lib-nouveau pic x(60).
       1 lib-effet pic x(60).
       1 lib-bonjour pic x(60).
       1 texte-message pic x(400).
       1 modele-message pic x(8) value 'IRL'.
       1 reference-message pic x(14).
       1 nummsg pic 9(8).
       1 ptr-message pic 999.
       1 ancien-edit pic z(6)9.99.
       1 nouveau-edit pic z(6)9.99.
       1 indice-ancien-edit pic zz9.99.
       1 indice-nouveau-edit pic zz9.99.
       1 nb-revisions pic 9(4) value 0.
       1 tbl-revisions occurs 2000 times.
           2 tr-numprop pic 9999.
           2 tr-numresa pic 9(6).
           2 tr-numappart pic 9999.
           2 tr-date-effet pic 9(8).
           2 tr-ancien pic 9(7)v99.
           2 tr-nouveau pic 9(7)v99.
           2 tr-devise pic x(3).
           2 tr-edite pic x.
       1 ix pic 9(4).
       1 iy pic 9(4).
       1 nb-proprio pic 9(4).
       1 nom-proprio pic x(20).
       1 tot-lus pic 9(6) value 0.
       1 tot-revises pic 9(6) value 0.
       1 tot-attente pic 9(6) value 0.
       1 tot-messages pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Revision annuelle des loyers des longs sejours : a chaque
      * anniversaire de l'arrivee, le loyer mensuel fixe a la
      * reservation suit l'IRL du meme trimestre de l'annee suivante.
      * Tant que cet indice n'est pas publie la revision est reportee
      * a la nuit suivante. Elle prend effet a l'anniversaire, ou a
      * la fin de la periode deja facturee si celle-ci le depasse :
      * une tranche facturee n'est jamais reprise. Avis au locataire
      * dans sa langue (revisions-loyers.lst et message), synthese par
      * proprietaire (revisions-proprio.lst).
       procedure division.
           accept date-jour from date yyyymmdd

           open i-o f-resa
           if fs-resa <> '00'
               display 'PG-REVISION-LOYERS - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           open input f-indices
           if fs-indices = '35'
               display 'PG-REVISION-LOYERS - pas de fichier'
                   ' indices-irl.dat, aucune revision'
               close f-resa
               stop run
           end-if
           if fs-indices <> '00'
               display 'PG-REVISION-LOYERS - ouverture'
                   ' indices-irl.dat impossible'
               display 'code retour fichier : ' fs-indices
               move 1 to return-code
               stop run
           end-if

           open input f-appart
           if fs-appart = '00'
               set appart-dispo to true
           end-if
           open input f-locataire
           if fs-locataire = '00'
               set locataire-dispo to true
           end-if
           open input f-proprio
           if fs-proprio = '00'
               set proprio-dispo to true
           end-if

           open output f-avis
           if fs-avis <> '00'
               display 'PG-REVISION-LOYERS - ouverture'
                   ' revisions-loyers.lst impossible'
               display 'code retour fichier : ' fs-avis
               move 1 to return-code
               stop run
           end-if
           open output f-synthese
           if fs-synthese <> '00'
               display 'PG-REVISION-LOYERS - ouverture'
                   ' revisions-proprio.lst impossible'
               display 'code retour fichier : ' fs-synthese
               move 1 to return-code
               stop run
           end-if

           read f-resa next record at end set fin-resa to true
           end-read
           perform until fin-resa
               compute tot-lus = tot-lus + 1
               if RLongSejour = 'O' and RStatut <> 'A'
                   and RType <> 'P' and RLoyerMensuel > 0
                   and RTrimestreIRL > 0
                   perform calculer-anniversaire
                   if anniversaire <= date-jour
                       and anniversaire < RDateDepart
                       perform reviser-loyer
                   end-if
               end-if
               read f-resa next record at end
                   set fin-resa to true
               end-read
               if fs-resa <> '00' and fs-resa <> '10'
                   display 'PG-REVISION-LOYERS - lecture resa.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-resa
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           perform editer-synthese

           close f-resa
           close f-indices
           if appart-dispo
               close f-appart
           end-if
           if locataire-dispo
               close f-locataire
           end-if
           if proprio-dispo
               close f-proprio
           end-if
           close f-avis
           close f-synthese

           display 'PG-REVISION-LOYERS - TOTAUX DE CONTROLE'
           display 'reservations lues     : ' tot-lus
           display 'loyers revises        : ' tot-revises
           display 'revisions en attente  : ' tot-attente
           display 'messages mis en file  : ' tot-messages
           stop run.

      * Premier anniversaire de l'arrivee posterieur a la derniere
      * revision ; un 29 fevrier tombe le 1er mars les autres annees.
       calculer-anniversaire.
           if RDateRevision > RDateArrivee
               compute annee-anniv = RDateRevision / 10000
           else
               compute annee-anniv = RDateArrivee / 10000
           end-if
           perform construire-anniversaire
           if anniversaire <= RDateRevision
               or anniversaire <= RDateArrivee
               compute annee-anniv = annee-anniv + 1
               perform construire-anniversaire
           end-if.

       construire-anniversaire.
           move RDateArrivee to anniversaire
           move annee-anniv to anniversaire(1:4)
           if function test-date-yyyymmdd(anniversaire) <> 0
               move '0301' to anniversaire(5:4)
           end-if.

       reviser-loyer.
           compute nouveau-trimestre = RTrimestreIRL + 10
           set indices-trouves to true
           move RTrimestreIRL to IRTrimestre
           read f-indices key is IRTrimestre
               invalid key set indices-trouves to false
               not invalid key move IRValeur to ancien-indice
           end-read
           if indices-trouves
               move nouveau-trimestre to IRTrimestre
               read f-indices key is IRTrimestre
                   invalid key set indices-trouves to false
                   not invalid key move IRValeur to nouvel-indice
               end-read
           end-if
           if not indices-trouves or ancien-indice = 0
               compute tot-attente = tot-attente + 1
               display 'PG-REVISION-LOYERS - resa ' Rnumresa
                   ' : indice ' IRTrimestre ' non publie,'
                   ' revision reportee'
           else
               compute nouveau-loyer rounded =
                   RLoyerMensuel * nouvel-indice / ancien-indice
               move anniversaire to date-effet
               if RFactureJusqua > date-effet
                   move RFactureJusqua to date-effet
               end-if
               perform chercher-appart
               perform editer-avis
               perform envoyer-message
               perform memoriser-revision
               move RLoyerMensuel to RLoyerPrecedent
               move nouveau-loyer to RLoyerMensuel
               move nouveau-trimestre to RTrimestreIRL
               move date-effet to RDateRevision
               rewrite reservation
                   invalid key
                       display 'PG-REVISION-LOYERS - reecriture'
                           ' resa ' Rnumresa ' impossible'
                       display 'code retour fichier : ' fs-resa
                       move 1 to return-code
                       stop run
               end-rewrite
               compute tot-revises = tot-revises + 1
           end-if.

       chercher-appart.
           move 0 to numprop-resa
           move spaces to devise-resa
           if appart-dispo
               move Rnumappart to Anumappart
               read f-appart key is Anumappart
                   invalid key continue
                   not invalid key
                       move Anumprop to numprop-resa
                       move Adevise to devise-resa
               end-read
           end-if.

       editer-avis.
           move spaces to nom-locataire
           move spaces to prenom-locataire
           move spaces to ville-locataire
           move 0 to numloc-locataire
           move 'FR' to langue-locataire
           if locataire-dispo
               move Rnumloc to Lnumloc
               read f-locataire key is Lnumloc
                   invalid key continue
                   not invalid key
                       move Lnumloc to numloc-locataire
                       move LNomLoc to nom-locataire
                       move LPrenomLoc to prenom-locataire
                       move LVilleLoc to ville-locataire
                       if LLangueLoc <> spaces
                           move LLangueLoc to langue-locataire
                       end-if
               end-read
           end-if
           if langue-locataire <> langue-chargee
               perform charger-libelles
           end-if

           move RLoyerMensuel to ancien-edit
           move nouveau-loyer to nouveau-edit
           move ancien-indice to indice-ancien-edit
           move nouvel-indice to indice-nouveau-edit

           move '========================================'
               to ligne-avis
           perform ecrire-avis
           move spaces to ligne-tampon
           string function trim(lib-titre) ' - '
               function trim(lib-le) ' ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-avis
           perform ecrire-avis
           move spaces to ligne-tampon
           string function trim(lib-a) ' ' prenom-locataire ' '
               nom-locataire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-avis
           perform ecrire-avis
           move spaces to ligne-tampon
           string '    ' ville-locataire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-avis
           perform ecrire-avis
           move spaces to ligne-tampon
           string function trim(lib-objet) ' ' Rnumresa
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-avis
           perform ecrire-avis
           move spaces to ligne-avis
           perform ecrire-avis
           move lib-ligne1 to ligne-avis
           perform ecrire-avis
           move lib-ligne2 to ligne-avis
           perform ecrire-avis
           move lib-ligne3 to ligne-avis
           perform ecrire-avis
           move spaces to ligne-tampon
           string function trim(lib-indices) ' ' RTrimestreIRL ' '
               indice-ancien-edit ' / ' nouveau-trimestre ' '
               indice-nouveau-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-avis
           perform ecrire-avis
           move spaces to ligne-tampon
           string function trim(lib-ancien) ' ' ancien-edit ' '
               devise-resa
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-avis
           perform ecrire-avis
           move spaces to ligne-tampon
           string function trim(lib-nouveau) ' ' nouveau-edit ' '
               devise-resa ' ' function trim(lib-effet) ' '
               date-effet
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-avis
           perform ecrire-avis.

       ecrire-avis.
           write ligne-avis
           if fs-avis <> '00'
               display 'PG-REVISION-LOYERS - ecriture'
                   ' revisions-loyers.lst impossible'
               display 'code retour fichier : ' fs-avis
               move 1 to return-code
               stop run
           end-if.

      * Libelles de l'avis dans la langue du locataire, le francais
      * a defaut.
       charger-libelles.
           move langue-locataire to langue-chargee
           move langue-locataire to langue-texte
           move 'IRLTITRE' to code-texte
           perform traduire
           move texte-document to lib-titre
           move 'RLLE' to code-texte
           perform traduire
           move texte-document to lib-le
           move 'RLA' to code-texte
           perform traduire
           move texte-document to lib-a
           move 'IRLOBJET' to code-texte
           perform traduire
           move texte-document to lib-objet
           move 'IRLL1' to code-texte
           perform traduire
           move texte-document to lib-ligne1
           move 'IRLL2' to code-texte
           perform traduire
           move texte-document to lib-ligne2
           move 'IRLL3' to code-texte
           perform traduire
           move texte-document to lib-ligne3
           move 'IRLINDIC' to code-texte
           perform traduire
           move texte-document to lib-indices
           move 'IRLANC' to code-texte
           perform traduire
           move texte-document to lib-ancien
           move 'IRLNOUV' to code-texte
           perform traduire
           move texte-document to lib-nouveau
           move 'IRLEFFET' to code-texte
           perform traduire
           move texte-document to lib-effet
           move 'BONJOUR' to code-texte
           perform traduire
           move texte-document to lib-bonjour.

       traduire.
           call 'pg-texte-document' using langue-texte code-texte
               texte-document
           end-call.

      * L'avis part aussi par e-mail ou SMS quand le locataire l'a
      * choisi ; la reference (resa et anniversaire) evite un second
      * envoi pour la meme revision.
       envoyer-message.
           if numloc-locataire > 0
               move spaces to reference-message
               string Rnumresa anniversaire delimited by size
                   into reference-message
               move spaces to texte-message
               move 1 to ptr-message
               string function trim(lib-bonjour) ' '
                   function trim(prenom-locataire) ' '
                   function trim(nom-locataire) ', '
                   function trim(lib-ligne1) ' '
                   function trim(lib-ligne2) ' '
                   function trim(lib-ligne3) ' '
                   function trim(lib-ancien) ' '
                   function trim(ancien-edit) ' ' devise-resa ', '
                   function trim(lib-nouveau) ' '
                   function trim(nouveau-edit) ' ' devise-resa ' '
                   function trim(lib-effet) ' ' date-effet '.'
                   delimited by size into texte-message
                   with pointer ptr-message
               end-string
               call 'pg-ecrire-message' using numloc-locataire
                   Rnumresa modele-message reference-message
                   texte-message nummsg
               end-call
               if nummsg > 0
                   compute tot-messages = tot-messages + 1
               end-if
           end-if.

       memoriser-revision.
           if nb-revisions < 2000
               compute nb-revisions = nb-revisions + 1
               move numprop-resa to tr-numprop(nb-revisions)
               move Rnumresa to tr-numresa(nb-revisions)
               move Rnumappart to tr-numappart(nb-revisions)
               move date-effet to tr-date-effet(nb-revisions)
               move RLoyerMensuel to tr-ancien(nb-revisions)
               move nouveau-loyer to tr-nouveau(nb-revisions)
               move devise-resa to tr-devise(nb-revisions)
               move 'N' to tr-edite(nb-revisions)
           else
               display 'PG-REVISION-LOYERS - resa ' Rnumresa
                   ' absente de la synthese (table pleine)'
           end-if.

      * Synthese par proprietaire, dans l'ordre de premiere
      * apparition : chaque proprietaire regroupe ses appartements.
       editer-synthese.
           move spaces to ligne-tampon
           string 'REVISIONS DE LOYER (IRL) du ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-synthese
           perform ecrire-synthese
           perform varying ix from 1 by 1 until ix > nb-revisions
               if tr-edite(ix) = 'N'
                   perform editer-proprietaire
               end-if
           end-perform
           move spaces to ligne-synthese
           perform ecrire-synthese
           move spaces to ligne-tampon
           string 'Loyers revises : ' tot-revises
               '   en attente d''indice : ' tot-attente
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-synthese
           perform ecrire-synthese.

       editer-proprietaire.
           move spaces to nom-proprio
           if proprio-dispo
               move tr-numprop(ix) to Pnumprop
               read f-proprio key is Pnumprop
                   invalid key continue
                   not invalid key move PNomProp to nom-proprio
               end-read
           end-if
           move spaces to ligne-synthese
           perform ecrire-synthese
           move spaces to ligne-tampon
           string 'Proprietaire ' tr-numprop(ix) ' ' nom-proprio
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-synthese
           perform ecrire-synthese
           move '  Resa   Appt Effet     Ancien loyer  Nouveau loyer'
               to ligne-synthese
           perform ecrire-synthese
           move 0 to nb-proprio
           perform varying iy from ix by 1 until iy > nb-revisions
               if tr-edite(iy) = 'N'
                   and tr-numprop(iy) = tr-numprop(ix)
                   move tr-ancien(iy) to ancien-edit
                   move tr-nouveau(iy) to nouveau-edit
                   move spaces to ligne-tampon
                   string '  ' tr-numresa(iy) ' ' tr-numappart(iy)
                       ' ' tr-date-effet(iy) ' ' ancien-edit '  '
                       nouveau-edit ' ' tr-devise(iy)
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-synthese
                   perform ecrire-synthese
                   move 'O' to tr-edite(iy)
                   compute nb-proprio = nb-proprio + 1
               end-if
           end-perform
           move spaces to ligne-tampon
           string '  Loyers revises : ' nb-proprio
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-synthese
           perform ecrire-synthese.

       ecrire-synthese.
           write ligne-synthese
           if fs-synthese <> '00'
               display 'PG-REVISION-LOYERS - ecriture'
                   ' revisions-proprio.lst impossible'
               display 'code retour fichier : ' fs-synthese
               move 1 to return-code
               stop run
           end-if.

       end program pg-revision-loyers.
