       program-id. pg-ecrire-message.

       environment division.
       configuration section.
       repository.
           function normalise-telephone.

       input-output section.
       file-control.
           select f-locataire assign 'locataire.dat'
           organization indexed
           access random
           record key Lnumloc
           file status fs-locataire.

           select f-messages assign 'messages.dat'
           organization indexed
           access dynamic
           record key MSnummsg
           alternate key MSnumresa with duplicates
           file status fs-messages.

           select f-msg-compteur assign 'message-cpt.dat'
           organization record sequential
           file status fs-msg-compteur.

       data division.

       file section.
       fd f-locataire.
           copy locataire.

       fd f-messages.
           copy message-locataire.

       fd f-msg-compteur.
       1 msg-compteur-rec pic 9(8).

       working-storage section.
       1 fs-locataire pic xx.
       1 fs-messages pic xx.
       1 fs-msg-compteur pic xx.
       1 date-jour pic 9(8).
       1 prochain-nummsg pic 9(8) value 1.
       1 canal-retenu pic x.
       1 destinataire pic x(50).
       1 mobile-normalise pic x(20).
       1 v-loc-trouve pic x.
           88 locataire-trouve value 'O' false 'N'.
       1 v-fin-messages pic x.
           88 fin-messages value 'O' false 'N'.
       1 v-deja-envoye pic x.
           88 deja-envoye value 'O' false 'N'.

       linkage section.
       1 p-numloc pic 9999.
       1 p-numresa pic 9(6).
       1 p-modele pic x(8).
       1 p-reference pic x(14).
       1 p-texte pic x(400).
       1 p-nummsg pic 9(8).

      * File des messages sortants aux locataires : le texte fusionne
      * par le programme appelant (confirmation, relance, solde avant
      * arrivee, consignes d'arrivee) est mis en file sur le canal
      * prefere du locataire, E)-mail ou S)MS, a defaut sur l'autre
      * canal renseigne. Courrier (C) ou aucune adresse : pas de
      * message, le document imprime reste la seule voie. Avec une
      * reference, un meme modele n'est mis en file qu'une fois par
      * reservation (relance des traitements de nuit). Sans
      * reference, chaque appel donne un message. pg-export-messages
      * les transmet a la passerelle, pg-retour-messages charge les
      * accuses.
       procedure division using p-numloc p-numresa p-modele
           p-reference p-texte p-nummsg.
           move 0 to p-nummsg
           accept date-jour from date yyyymmdd

           set locataire-trouve to false
           open input f-locataire
           if fs-locataire = '00'
               move p-numloc to Lnumloc
               read f-locataire key is Lnumloc
                   invalid key continue
                   not invalid key set locataire-trouve to true
               end-read
               close f-locataire
           end-if
           if not locataire-trouve
               goback
           end-if

           move space to canal-retenu
           move spaces to destinataire
           move function normalise-telephone(LMobileLoc)
               to mobile-normalise
           evaluate true
               when LCanalLoc = 'E' and LEmailLoc <> spaces
                   move 'E' to canal-retenu
                   move LEmailLoc to destinataire
               when LCanalLoc = 'S' and mobile-normalise <> spaces
                   move 'S' to canal-retenu
                   move mobile-normalise to destinataire
               when LCanalLoc = 'E' and mobile-normalise <> spaces
                   move 'S' to canal-retenu
                   move mobile-normalise to destinataire
               when LCanalLoc = 'S' and LEmailLoc <> spaces
                   move 'E' to canal-retenu
                   move LEmailLoc to destinataire
               when other
                   goback
           end-evaluate

           open i-o f-messages
           if fs-messages = '35'
               open output f-messages
               close f-messages
               open i-o f-messages
           end-if
           if fs-messages <> '00'
               display 'PG-ECRIRE-MESSAGE - ouverture messages.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-messages
               goback
           end-if

           perform controler-doublon
           if deja-envoye
               close f-messages
               goback
           end-if

           open input f-msg-compteur
           if fs-msg-compteur = '00'
               read f-msg-compteur
                   at end continue
                   not at end move msg-compteur-rec to prochain-nummsg
               end-read
               close f-msg-compteur
           end-if

           initialize message-locataire
           move prochain-nummsg to MSnummsg
           move date-jour to MSDateCreation
           move p-numloc to MSnumloc
           move p-numresa to MSnumresa
           move canal-retenu to MSCanal
           move destinataire to MSDestinataire
           move p-modele to MSModele
           move p-reference to MSReference
           move p-texte to MSTexte
           move 'A' to MSStatut
           move date-jour to MSDateStatut
           move spaces to MSMotif
           write message-locataire
           if fs-messages <> '00'
               display 'PG-ECRIRE-MESSAGE - ecriture messages.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-messages
               close f-messages
               goback
           end-if
           close f-messages
           move prochain-nummsg to p-nummsg

           compute prochain-nummsg = prochain-nummsg + 1
           open output f-msg-compteur
           move prochain-nummsg to msg-compteur-rec
           write msg-compteur-rec
           close f-msg-compteur
           goback.

       controler-doublon.
           set deja-envoye to false
           if p-numresa > 0 and p-reference <> spaces
               set fin-messages to false
               move p-numresa to MSnumresa
               start f-messages key is >= MSnumresa
                   invalid key set fin-messages to true
               end-start
               if not fin-messages
                   read f-messages next record at end
                       set fin-messages to true
                   end-read
               end-if
               perform until fin-messages or deja-envoye
                       or MSnumresa <> p-numresa
                   if MSModele = p-modele
                       and MSReference = p-reference
                       set deja-envoye to true
                   end-if
                   read f-messages next record at end
                       set fin-messages to true
                   end-read
               end-perform
           end-if.

       end program pg-ecrire-message.
