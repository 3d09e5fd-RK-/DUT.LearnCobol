       program-id. pg-maj-prix-energie.

       file-control.
           select f-prix assign 'prix-energie.dat'
           organization record sequential
           file status fs-prix.

       data division.

       file section.
       fd f-prix.
           copy prix-energie.

       working-storage section.
       1 fs-prix pic xx.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 v-fin-prix pic x value 'N'.
           88 fin-prix value 'O' false 'N'.
       1 v-saisie-valide pic x.
           88 saisie-valide value 'O' false 'N'.
       1 nl pic 99 value 6.
       1 tot-lignes pic 9(3) value 0.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Prix des compteurs par ville'.
       1 a-plg-entete.
           2 line 4 col 3
               'Ville (espaces = toutes) C Effet     Prix unit.'.
           2 line 4 col 52 'Categorie TVA'.
       1 a-plg-ligne.
           2 a-ville line nl col 3 pic x(20) from PEville.
           2 a-compteur line nl col 28 pic x from PECompteur.
           2 a-dateeffet line nl col 30 pic 9(8) from PEDateEffet.
           2 a-prix line nl col 40 pic zz9.9999 from PEPrixUnitaire.
           2 a-categorie line nl col 52 pic x(10) from PECategorieTVA.
       1 s-plg-saisie.
           2 line 17 col 3 'Ville (espaces = toutes) : '.
           2 s-ville line 17 col 31 pic x(20) to PEville.
           2 line 18 col 3 'Compteur (E/O/G)         : '.
           2 s-compteur line 18 col 31 pic x to PECompteur required.
           2 line 19 col 3 'Date d''effet (AAAAMMJJ)  : '.
           2 s-dateeffet line 19 col 31 pic 9(8) to PEDateEffet
               required.
           2 line 20 col 3 'Prix HT par kWh ou m3    : '.
           2 s-prix line 20 col 31 pic 9(3).9999 to PEPrixUnitaire
               required.
           2 line 21 col 3 'Categorie de TVA         : '.
           2 s-categorie line 21 col 31 pic x(10) to PECategorieTVA.
       1 a-plg-compteur-invalide.
           2 line 23 col 40 'E electricite, O eau, G gaz.'.
       1 s-plg-encore.
           2 line 22 col 3 'Saisir une autre ligne (O/N) : '.
           2 s-encore pic x to v-encore required.

      * Prix unitaires HT de l'electricite (kWh), de l'eau et du gaz
      * (m3) refactures aux longs sejours sur releve des compteurs,
      * par ville et date d'effet, comme la taxe de sejour. La
      * categorie de TVA est celle de tva.dat (LOCATION a defaut).
       procedure division.
           display a-plg-titre

           open input f-prix
           if fs-prix = '00'
               display a-plg-entete
               perform until fin-prix
                   read f-prix
                       at end set fin-prix to true
                       not at end
                           compute tot-lignes = tot-lignes + 1
                           if nl < 16
                               display a-plg-ligne
                               compute nl = nl + 1
                           end-if
                   end-read
               end-perform
               close f-prix
           end-if

           open extend f-prix
           if fs-prix = '35'
               open output f-prix
           end-if
           if fs-prix <> '00'
               display 'PG-MAJ-PRIX-ENERGIE - ouverture'
                   ' prix-energie.dat impossible'
               display 'code retour fichier : ' fs-prix
               move 1 to return-code
               stop run
           end-if

           move 'O' to v-encore
           perform until not saisir-encore
               set saisie-valide to false
               perform until saisie-valide
                   display s-plg-saisie
                   accept s-plg-saisie
                   move function upper-case(PECompteur) to PECompteur
                   move function upper-case(PECategorieTVA)
                       to PECategorieTVA
                   if PECompteur <> 'E' and PECompteur <> 'O'
                       and PECompteur <> 'G'
                       display a-plg-compteur-invalide
                   else
                       set saisie-valide to true
                   end-if
               end-perform
               if PECategorieTVA = spaces
                   move 'LOCATION' to PECategorieTVA
               end-if
               write prix-energie
               if fs-prix <> '00'
                   display 'PG-MAJ-PRIX-ENERGIE - ecriture'
                       ' prix-energie.dat impossible'
                   display 'code retour fichier : ' fs-prix
                   move 1 to return-code
                   stop run
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-prix.

       end program pg-maj-prix-energie.
