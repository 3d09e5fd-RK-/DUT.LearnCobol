       program-id. pg-menu.

       file-control.
           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 choix pic xx value spaces.
      * Fonctions de consultation, ouvertes pendant la chaine de nuit ;
      * tout le reste met a jour des fichiers et reste suspendu. La
      * recherche de disponibilites (9) refuse d'elle-meme la liste
      * d'attente pendant la chaine ; les mouvements du jour (26)
      * reecrivent mouvements.lst, edite aussi par la chaine.
           88 choix-consultation value '1 ' '2 ' '5 ' '7 ' '9 '
               '18' '23' '30' '43' '47' '48' '50' '51' '52'
               '58' '59'.
       1 nom-programme pic x(30).
       1 fonction-signon pic x value 'S'.
       1 code-operateur pic x(8).
       1 page-menu pic 9 value 1.
       1 v-chaine pic x value 'N'.
           88 chaine-en-cours value 'O' false 'N'.
       1 v-chaine-vue pic x value 'N'.
           88 chaine-deja-vue value 'O' false 'N'.
       1 heure-chaine pic 9(6).
       1 heure-edit.
           2 he-hh pic 99.
           2 filler pic x value ':'.
           2 he-mm pic 99.
       1 superviseur-urgence pic x(8).
       1 fonction-urgence pic x value 'M'.
       1 code-superviseur pic x(8).
       1 v-forcer pic x.
           88 forcer value 'O' 'o'.

       screen section.
       1 a-plg-titre.
           2 line 16 col 62 '50 Simul tarifs'.
           2 line 17 col 62 '51 Reimp facture'.
           2 line 18 col 62 '52 Planning'.
           2 line 19 col 62 ' S Suite'.
           2 line 20 col 62 ' Q Quitter'.
       1 a-plg-suite.
           2 blank screen.
           2 line 1 col 20 'AGENCE - MENU GENERAL (suite)'.
           2 line 3 col 3 '53 Modif resa'.
           2 line 4 col 3 '54 Relogement'.
           2 line 5 col 3 '55 Approbation paie'.
           2 line 6 col 3 '56 Factures fourn.'.
           2 line 7 col 3 '57 Partage agences'.
           2 line 8 col 3 '58 Releve locataire'.
           2 line 9 col 3 '59 Consult. compte'.
           2 line 10 col 3 '60 Extras'.
           2 line 11 col 3 '61 Promotions'.
           2 line 12 col 3 '62 Bons cadeaux'.
           2 line 13 col 3 '63 Fiches voyageurs'.
           2 line 14 col 3 '64 Documents conform.'.
           2 line 15 col 3 '65 Prix compteurs'.
           2 line 16 col 3 '66 Consommables/kits'.
           2 line 17 col 3 '67 Livraisons linge'.
           2 line 18 col 3 '68 Menages effectues'.
           2 line 19 col 3 '69 Personnel menage'.
           2 line 20 col 3 '70 Reclamations'.
           2 line 3 col 40 '71 Courriers proprio'.
           2 line 4 col 40 '72 Transfert appart'.
           2 line 5 col 40 '73 Resiliation mandat'.
           2 line 6 col 40 '74 Indices IRL'.
           2 line 7 col 40 '75 Distribution etats'.
           2 line 8 col 40 '76 Emetteur e-factures'.
           2 line 19 col 62 ' S Retour'.
           2 line 20 col 62 ' Q Quitter'.
       1 s-plg-choix.
           2 line 24 col 3 'Votre choix : '.
           2 s-choix pic xx to choix required.
       1 a-plg-indisponible.
           2 line 25 col 3 'Programme indisponible sur ce poste.'.
       1 a-plg-bandeau.
           2 line 22 col 3 '*** CHAINE DE NUIT EN COURS DEPUIS'.
           2 a-heure-chaine line 22 col 38 pic x(5) from heure-edit.
           2 line 22 col 44 '- CONSULTATIONS SEULEMENT ***'.
       1 a-plg-avertissement.
           2 line 23 col 3 'La chaine de nuit vient de demarrer :'.
           2 line 23 col 41 'terminez vos saisies en cours.'.
       1 a-plg-suspendu.
           2 line 25 col 3 'Mise a jour suspendue pendant la chaine.'.
       1 s-plg-forcer.
           2 line 25 col 45 'Forcage superviseur (O/N) : '.
           2 s-forcer pic x to v-forcer required.
       1 a-plg-forcage-refuse.
           2 line 25 col 3 'Forcage refuse : superviseur non habilite.'.

       procedure division.
      * Ouverture de poste : le signon fixe l'agence de la session
           end-if

           perform until choix = 'Q ' or choix = 'q '
               call 'pg-etat-chaine' using v-chaine heure-chaine
                   superviseur-urgence end-call
               if page-menu = 1
                   display a-plg-titre
               else
                   display a-plg-suite
               end-if
               if chaine-en-cours
                   move heure-chaine(1:2) to he-hh
                   move heure-chaine(3:2) to he-mm
                   display a-plg-bandeau
      * Operateur deja en session quand la chaine demarre : prevenu
      * une fois, au premier retour au menu.
                   if not chaine-deja-vue and choix <> spaces
                       display a-plg-avertissement
                   end-if
                   set chaine-deja-vue to true
               else
                   set chaine-deja-vue to false
               end-if
               display s-plg-choix
               accept s-plg-choix

                   when '51' move 'pg-reimp-facture'
                       to nom-programme
                   when '52' move 'pg-planning' to nom-programme
                   when '53' move 'pg-modif-resa' to nom-programme
                   when '54' move 'pg-relogement' to nom-programme
                   when '55' move 'pg-approbation-paie'
                       to nom-programme
                   when '56' move 'pg-factures-four' to nom-programme
                   when '57' move 'pg-maj-partage' to nom-programme
                   when '58' move 'pg-releve-locataire'
                       to nom-programme
                   when '59' move 'pg-consult-compte' to nom-programme
                   when '60' move 'pg-maj-extras' to nom-programme
                   when '61' move 'pg-maj-promotions'
                       to nom-programme
                   when '62' move 'pg-bons-cadeaux' to nom-programme
                   when '63' move 'pg-saisie-voyageurs'
                       to nom-programme
                   when '64' move 'pg-maj-documents' to nom-programme
                   when '65' move 'pg-maj-prix-energie'
                       to nom-programme
                   when '66' move 'pg-maj-consommables'
                       to nom-programme
                   when '67' move 'pg-livraison-linge'
                       to nom-programme
                   when '68' move 'pg-fin-menage' to nom-programme
                   when '69' move 'pg-maj-personnel' to nom-programme
                   when '70' move 'pg-reclamations' to nom-programme
                   when '71' move 'pg-courriers-proprio'
                       to nom-programme
                   when '72' move 'pg-transfert-appart'
                       to nom-programme
                   when '73' move 'pg-resiliation-mandat'
                       to nom-programme
                   when '74' move 'pg-maj-irl' to nom-programme
                   when '75' move 'pg-maj-distribution'
                       to nom-programme
                   when '76' move 'pg-maj-emetteur' to nom-programme
                   when 'S ' when 's '
                       if page-menu = 1
                           move 2 to page-menu
                       else
                           move 1 to page-menu
                       end-if
                   when other continue
               end-evaluate

               if nom-programme <> spaces and chaine-en-cours
                   and not choix-consultation
                   perform controler-chaine
               end-if

               if nom-programme <> spaces
                   call nom-programme
                       on exception display a-plg-indisponible
                   end-call
                   cancel nom-programme
               end-if
           end-perform
           goback.

      * Mise a jour demandee pendant la chaine de nuit : refusee, sauf
      * forcage d'urgence par le superviseur designe au lancement de
      * la chaine, qui se reidentifie ; le forcage est trace dans
      * evenements.dat et sort au rapport du matin.
       controler-chaine.
           display a-plg-suspendu
           if superviseur-urgence = spaces
               move spaces to nom-programme
           else
               move 'N' to v-forcer
               display s-plg-forcer
               accept s-plg-forcer
               if not forcer
                   move spaces to nom-programme
               else
                   call 'pg-controle-acces' using fonction-urgence
                       code-superviseur end-call
                   if code-superviseur = spaces
                       or code-superviseur <> superviseur-urgence
                       display a-plg-forcage-refuse
                       move spaces to nom-programme
                   else
                       perform noter-forcage
                   end-if
               end-if
           end-if.

       noter-forcage.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           move spaces to evenement-rec
           string ev-date ' ' ev-heure ' PG-MENU'
               ' forcage chaine de nuit par ' code-superviseur
               ' poste ' code-operateur ' programme ' nom-programme
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.

       end program pg-menu.
