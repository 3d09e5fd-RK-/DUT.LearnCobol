       program-id. pg-liste-siret.

       file-control.
           select f-dossiers assign 'dossiers.dat'
           organization indexed
           access sequential
           record key DOnumdossier
           file status fs-dossiers.

           select f-fournisseurs assign 'fournisseurs.dat'
           organization indexed
           access sequential
           record key FOnumfour
           file status fs-fournisseurs.

           select f-impression assign 'liste-siret.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-dossiers.
           copy dossier.

       fd f-fournisseurs.
           copy fournisseur.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-dossiers pic xx.
       1 fs-fournisseurs pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 siret-valide pic x.
       1 anomalie pic x(8).
       1 tot-dossiers pic 9(6) value 0.
       1 tot-fournisseurs pic 9(6) value 0.
       1 tot-absents pic 9(6) value 0.
       1 tot-invalides pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Reprise de l'existant : clients de dossiers et fournisseurs
      * sans SIREN/SIRET ou dont la cle de controle est fausse, a
      * completer dans pg-dossiers et pg-maj-fournisseurs.
       procedure division.
           accept date-jour from date yyyymmdd

           open output f-impression
           if fs-impression <> '00'
               display 'PG-LISTE-SIRET - ouverture liste-siret.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           move spaces to ligne-tampon
           string 'SIREN/SIRET ABSENTS OU INVALIDES au ' date-jour
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move 'Type' to ligne-tampon(1:4)
           move 'No' to ligne-tampon(13:2)
           move 'Nom' to ligne-tampon(21:3)
           move 'Identifiant' to ligne-tampon(43:11)
           move 'Anomalie' to ligne-tampon(59:8)
           move ligne-tampon to ligne-impr
           write ligne-impr

           open input f-dossiers
           if fs-dossiers = '00'
               read f-dossiers next record
                   at end set fin-fichier to true
               end-read
               perform until fin-fichier
                   compute tot-dossiers = tot-dossiers + 1
                   perform controler-dossier
                   read f-dossiers next record
                       at end set fin-fichier to true
                   end-read
               end-perform
               close f-dossiers
           end-if

           set fin-fichier to false
           open input f-fournisseurs
           if fs-fournisseurs = '00'
               read f-fournisseurs next record
                   at end set fin-fichier to true
               end-read
               perform until fin-fichier
                   compute tot-fournisseurs = tot-fournisseurs + 1
                   perform controler-fournisseur
                   read f-fournisseurs next record
                       at end set fin-fichier to true
                   end-read
               end-perform
               close f-fournisseurs
           end-if

           close f-impression

           display 'PG-LISTE-SIRET - TOTAUX DE CONTROLE'
           display 'dossiers lus      : ' tot-dossiers
           display 'fournisseurs lus  : ' tot-fournisseurs
           display 'identifiants absents   : ' tot-absents
           display 'identifiants invalides : ' tot-invalides
           stop run.

       controler-dossier.
           move spaces to anomalie
           if DOSiret = spaces
               move 'ABSENT' to anomalie
               compute tot-absents = tot-absents + 1
           else
               call 'pg-controle-siret' using DOSiret siret-valide
               end-call
               if siret-valide <> 'O'
                   move 'INVALIDE' to anomalie
                   compute tot-invalides = tot-invalides + 1
               end-if
           end-if
           if anomalie <> spaces
               move spaces to ligne-tampon
               move 'DOSSIER' to ligne-tampon(1:11)
               move DOnumdossier to ligne-tampon(13:6)
               move DOclient(1:20) to ligne-tampon(21:20)
               move DOSiret to ligne-tampon(43:14)
               move anomalie to ligne-tampon(59:8)
               perform ecrire-ligne
           end-if.

       controler-fournisseur.
           move spaces to anomalie
           if FOSiret = spaces
               move 'ABSENT' to anomalie
               compute tot-absents = tot-absents + 1
           else
               call 'pg-controle-siret' using FOSiret siret-valide
               end-call
               if siret-valide <> 'O'
                   move 'INVALIDE' to anomalie
                   compute tot-invalides = tot-invalides + 1
               end-if
           end-if
           if anomalie <> spaces
               move spaces to ligne-tampon
               move 'FOURNISSEUR' to ligne-tampon(1:11)
               move FOnumfour to ligne-tampon(13:4)
               move FOnom to ligne-tampon(21:20)
               move FOSiret to ligne-tampon(43:14)
               move anomalie to ligne-tampon(59:8)
               perform ecrire-ligne
           end-if.

       ecrire-ligne.
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-LISTE-SIRET - ecriture liste-siret.lst'
                   ' impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-liste-siret.
