           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-dispo assign 'dispo-nuits.dat'
           organization indexed
           access dynamic
           record key DNcle
           file status fs-dispo.

           select f-equipements assign 'equipements.dat'
           organization indexed
       fd f-appart.
           copy appartement.

       fd f-dispo.
           copy dispo-nuit.

       fd f-equipements.
           copy equipement.

       working-storage section.
       1 fs-appart pic xx.
       1 fs-dispo pic xx.
       1 ville-demandee pic x(20).
       1 nbpers-demande pic 99.
       1 plafond-tarif pic 9999.
           88 appart-trouve value 'O' false 'N'.
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-occupe pic x value 'N'.
           88 appart-occupe value 'O' false 'N'.
       1 v-index-dispo pic x value 'N'.
           88 index-dispo value 'O' false 'N'.
       1 v-chaine pic x value 'N'.
           88 chaine-en-cours value 'O' false 'N'.
       1 heure-chaine pic 9(6).
       1 superviseur-chaine pic x(8).
       1 horizon-jours pic 9(3) value 730.
       1 date-horizon pic 9(8).
       1 jour-entier pic 9(7).
       1 borne-entier pic 9(7).
       1 date-nuit pic 9(8).
       1 prochain-numattente pic 9(6) value 1.
       1 date-jour pic 9(8).
       1 contact-saisi pic x(40).
       1 v-documents pic x.
           88 documents-perimes value 'O' false 'N'.
       1 type-document pic x(4).
       1 expiration-document pic 9(8).
       1 v-mandat pic x.
           88 mandat-clos value 'O' false 'N'.
       1 fin-mandat pic 9(8).

       screen section.
       1 a-plg-titre.
           2 a-tarifbs line nl col 36 pic 9999 from AtarifBS.
           2 a-devise line nl col 44 pic x(3) from Adevise.
           2 a-vue line nl col 48 pic x(20) from Avue.
       1 a-plg-horizon.
           2 line 11 col 1
               'Recherche limitee aux deux annees a venir.'.
       1 a-plg-index-absent.
           2 line 11 col 1 'Index des disponibilites absent, '.
           2 line 11 col 35 'lancer pg-controle-dispo.'.
       1 a-plg-aucun.
           2 line 11 col 1 'Aucun appartement disponible.'.
       1 a-plg-attente-suspendue.
           2 line 13 col 1
               'Liste d''attente fermee pendant la chaine de nuit.'.
       1 s-plg-attente.
           2 line 13 col 1 'Inscrire en liste d''attente (O/N) : '.
           2 s-inscrire pic x to v-inscrire required.
           display s-plg-criteres
           accept s-plg-criteres

      * Au-dela de l'horizon de l'index, les travaux bloquants en
      * cours n'y sont pas encore reportes.
           accept date-jour from date yyyymmdd
           compute date-horizon = function date-of-integer(
               function integer-of-date(date-jour) + horizon-jours)
           if depart-demande > date-horizon
               display a-plg-horizon
               goback
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-DISPO - ouverture appart.dat impossible'
               stop run
           end-if

           open input f-dispo
           if fs-dispo = '00'
               set index-dispo to true
           else if fs-dispo = '35'
               display a-plg-index-absent
               close f-appart
               goback
           else
               display 'PG-DISPO - ouverture dispo-nuits.dat impossible'
               display 'code retour fichier : ' fs-dispo
               move 1 to return-code
               stop run
           end-if
               set equipements-dispo to true
           end-if

           read f-appart next record at end set fin-appart to true
           end-read
           if fs-appart <> '00' and fs-appart <> '10'
                       set appart-occupe to true
                   end-if

      * Une nuit occupee du sejour (reservation, option, proprio,
      * travaux) a un enregistrement dans l'index des disponibilites.
                   if index-dispo and not appart-occupe
                       move Anumappart to DNnumappart
                       move arrivee-demandee to DNDate
                       start f-dispo key is >= DNcle
                           invalid key continue
                           not invalid key
                               read f-dispo next record
                                   at end continue
                                   not at end
                                       if DNnumappart = Anumappart
                                           and DNDate < depart-demande
                                           set appart-occupe to true
                                       end-if
                               end-read
                       end-start
                       if fs-dispo <> '00' and fs-dispo <> '10'
                           and fs-dispo <> '23'
                           display 'PG-DISPO - lecture dispo-nuits.dat'
                               ' impossible'
                           display 'code retour fichier : ' fs-dispo
                           move 1 to return-code
                           stop run
                       end-if
                   end-if
      * Assurance ou diagnostic obligatoire perime sur le sejour :
      * l'appartement n'est pas propose.
                   if not appart-occupe
                       call 'pg-documents-valides' using Anumappart
                           arrivee-demandee depart-demande
                           type-document expiration-document
                           v-documents
                       end-call
                       if documents-perimes
                           set appart-occupe to true
                       end-if
                   end-if
      * Mandat resilie avant la fin du sejour : pas propose non plus.
                   if not appart-occupe
                       call 'pg-mandat-ouvert' using Anumappart
                           depart-demande fin-mandat v-mandat
                       end-call
                       if mandat-clos
                           set appart-occupe to true
                       end-if
                   end-if
                   if not appart-occupe
                       if not appart-trouve
               end-if
           end-perform

      * Pendant la chaine de nuit la recherche reste ouverte mais
      * l'inscription en liste d'attente, qui ecrit attente.dat en
      * meme temps que le rappel de nuit, est refusee.
           if not appart-trouve
               display a-plg-aucun
               call 'pg-etat-chaine' using v-chaine heure-chaine
                   superviseur-chaine end-call
               if chaine-en-cours
                   display a-plg-attente-suspendue
               else
                   perform proposer-attente
               end-if
           end-if

           close f-appart
           if index-dispo
               close f-dispo
           end-if
           if equipements-dispo
               close f-equipements
