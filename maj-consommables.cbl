       program-id. pg-maj-consommables.

       file-control.
           select f-consommables assign 'consommables.dat'
           organization indexed
           access dynamic
           record key CScode
           file status fs-consommables.

           select f-kits assign 'kits-menage.dat'
           organization indexed
           access dynamic
           record key KMcle
           file status fs-kits.

       data division.

       file section.
       fd f-consommables.
           copy consommable.

       fd f-kits.
           copy kit-menage.

       working-storage section.
       1 fs-consommables pic xx.
       1 fs-kits pic xx.
       1 v-mode pic x.
           88 mode-kit value 'K' 'k'.
       1 nbpiece-saisi pic 99.
       1 nbpers-saisi pic 99.
       1 code-saisi pic x(6).
       1 quantite-saisie pic 9(3).
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 v-trouve pic x.
           88 article-trouve value 'O' false 'N'.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 enreg-saisi pic x(36).
       1 nl pic 99 value 7.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Consommables de menage et kits standard'.
       1 s-plg-mode.
           2 line 4 col 3 'C)atalogue ou K)it par appartement : '.
           2 s-mode pic x to v-mode required.
       1 a-plg-entete-cat.
           2 line 6 col 3 'Code   Libelle              Unite'.
       1 a-plg-ligne-cat.
           2 a-code line nl col 3 pic x(6) from CScode.
           2 a-libelle line nl col 10 pic x(20) from CSLibelle.
           2 a-unite line nl col 31 pic x(10) from CSUnite.
       1 s-plg-article.
           2 line 17 col 3 'Code article  : '.
           2 s-code line 17 col 19 pic x(6) to CScode required.
           2 line 18 col 3 'Libelle       : '.
           2 s-libelle line 18 col 19 pic x(20) to CSLibelle
               required.
           2 line 19 col 3 'Unite         : '.
           2 s-unite line 19 col 19 pic x(10) to CSUnite.
       1 s-plg-kit.
           2 line 5 col 3 'Nombre de pieces (0 = tous)      : '.
           2 s-nbpiece line 5 col 38 pic 99 to nbpiece-saisi.
           2 line 6 col 3 'Nombre de personnes (0 = toutes) : '.
           2 s-nbpers line 6 col 38 pic 99 to nbpers-saisi.
       1 a-plg-entete-kit.
           2 line 7 col 3 'Code   Quantite'.
       1 a-plg-ligne-kit.
           2 a-kit-code line nl col 3 pic x(6) from KMcode.
           2 a-kit-quantite line nl col 10 pic zz9 from KMQuantite.
       1 s-plg-ligne-kit.
           2 line 17 col 3 'Code article               : '.
           2 s-kit-code line 17 col 32 pic x(6) to code-saisi
               required.
           2 line 18 col 3 'Quantite (0 = retirer)     : '.
           2 s-kit-quantite line 18 col 32 pic 9(3)
               to quantite-saisie.
       1 a-plg-article-inconnu.
           2 line 21 col 3 'Article absent du catalogue.'.
       1 a-plg-confirm.
           2 line 21 col 3 'Mise a jour effectuee.      '.
       1 s-plg-encore.
           2 line 22 col 3 'Saisir une autre ligne (O/N) : '.
           2 s-encore pic x to v-encore required.

      * Catalogue des consommables (parures de draps, serviettes,
      * kits cafe et savon...) et composition du kit standard d'un
      * menage par nombre de pieces et de personnes : c'est ce kit
      * que pg-sorties-linge deduit du stock du magasin de la ville
      * a chaque menage effectue (voir pg-kit-menage).
       procedure division.
           display a-plg-titre
           display s-plg-mode
           accept s-mode

           open i-o f-consommables
           if fs-consommables = '35'
               open output f-consommables
               close f-consommables
               open i-o f-consommables
           end-if
           if fs-consommables <> '00'
               display 'PG-MAJ-CONSOMMABLES - ouverture'
                   ' consommables.dat impossible'
               display 'code retour fichier : ' fs-consommables
               move 1 to return-code
               stop run
           end-if

           if mode-kit
               perform maj-kit
           else
               perform maj-catalogue
           end-if

           close f-consommables
           goback.

       maj-catalogue.
           display a-plg-entete-cat
           set fin-lecture to false
           perform until fin-lecture
               read f-consommables next record
                   at end set fin-lecture to true
                   not at end
                       if nl < 16
                           display a-plg-ligne-cat
                           compute nl = nl + 1
                       end-if
               end-read
           end-perform

           move 'O' to v-encore
           perform until not saisir-encore
               move spaces to CSUnite
               display s-plg-article
               accept s-plg-article
               move function upper-case(CScode) to CScode
               move consommable to enreg-saisi
               write consommable
               if fs-consommables = '22'
                   read f-consommables key is CScode
                       invalid key continue
                   end-read
                   move enreg-saisi to consommable
                   rewrite consommable
               end-if
               if fs-consommables <> '00'
                   display 'PG-MAJ-CONSOMMABLES - ecriture'
                       ' consommables.dat impossible'
                   display 'code retour fichier : ' fs-consommables
                   move 1 to return-code
                   stop run
               end-if
               display a-plg-confirm
               display s-plg-encore
               accept s-encore
           end-perform.

       maj-kit.
           display s-plg-kit
           accept s-plg-kit

           open i-o f-kits
           if fs-kits = '35'
               open output f-kits
               close f-kits
               open i-o f-kits
           end-if
           if fs-kits <> '00'
               display 'PG-MAJ-CONSOMMABLES - ouverture'
                   ' kits-menage.dat impossible'
               display 'code retour fichier : ' fs-kits
               move 1 to return-code
               stop run
           end-if

           display a-plg-entete-kit
           move 8 to nl
           set fin-lecture to false
           move nbpiece-saisi to KMnbpiece
           move nbpers-saisi to KMNbPers
           move spaces to KMcode
           start f-kits key is >= KMcle
               invalid key set fin-lecture to true
           end-start
           if not fin-lecture
               read f-kits next record at end set fin-lecture to true
               end-read
           end-if
           perform until fin-lecture
                   or KMnbpiece <> nbpiece-saisi
                   or KMNbPers <> nbpers-saisi
               if nl < 16
                   display a-plg-ligne-kit
                   compute nl = nl + 1
               end-if
               read f-kits next record at end set fin-lecture to true
               end-read
           end-perform

           move 'O' to v-encore
           perform until not saisir-encore
               move 0 to quantite-saisie
               display s-plg-ligne-kit
               accept s-plg-ligne-kit
               move function upper-case(code-saisi) to CScode
               read f-consommables key is CScode
                   invalid key set article-trouve to false
                   not invalid key set article-trouve to true
               end-read
               if not article-trouve
                   display a-plg-article-inconnu
               else
                   perform enregistrer-ligne-kit
                   display a-plg-confirm
               end-if
               display s-plg-encore
               accept s-encore
           end-perform
           close f-kits.

       enregistrer-ligne-kit.
           move nbpiece-saisi to KMnbpiece
           move nbpers-saisi to KMNbPers
           move CScode to KMcode
           if quantite-saisie = 0
               delete f-kits record
                   invalid key continue
               end-delete
           else
               move quantite-saisie to KMQuantite
               write kit-menage
               if fs-kits = '22'
                   rewrite kit-menage
               end-if
               if fs-kits <> '00'
                   display 'PG-MAJ-CONSOMMABLES - ecriture'
                       ' kits-menage.dat impossible'
                   display 'code retour fichier : ' fs-kits
                   move 1 to return-code
                   stop run
               end-if
           end-if.

       end program pg-maj-consommables.
