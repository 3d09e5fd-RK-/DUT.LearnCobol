       program-id. pg-maj-distribution.

       file-control.
           select f-distribution assign 'distribution.dat'
           organization indexed
           access dynamic
           record key DIcle
           file status fs-distribution.

       data division.

       file section.
       fd f-distribution.
           copy distribution.

       working-storage section.
       1 fs-distribution pic xx.
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 v-supprimer pic x.
           88 supprimer value 'O' 'o'.
       1 motif-refus pic x(50).
       1 nl pic 99 value 7.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Distribution des etats de la nuit'.
       1 a-plg-entete.
           2 line 5 col 3
               'Etat                           T Dest.    M D Section'.
       1 a-plg-ligne.
           2 a-etat line nl col 3 pic x(30) from DIEtat.
           2 a-type line nl col 34 pic x from DITypeDest.
           2 a-dest line nl col 36 pic x(8) from DIDestinataire.
           2 a-mode line nl col 45 pic x from DIMode.
           2 a-decoupe line nl col 47 pic x from DIDecoupage.
           2 a-marque line nl col 49 pic x(30) from DIMarque.
       1 s-plg-saisie.
           2 line 16 col 3 'Etat (nom du .lst)             : '.
           2 s-etat line 16 col 36 pic x(30) to DIEtat required.
           2 line 17 col 3 'A)gence R)ole O)perateur       : '.
           2 s-type line 17 col 36 pic x to DITypeDest required.
           2 line 18 col 3 'Destinataire (* chaque agence) : '.
           2 s-dest line 18 col 36 pic x(8) to DIDestinataire
               required.
           2 line 19 col 3 'I)mpression C)ourriel P)artage : '.
           2 s-mode line 19 col 36 pic x to DIMode required.
           2 line 19 col 40 'Supprimer (O/N) : '.
           2 s-supprimer line 19 col 58 pic x to v-supprimer.
           2 line 20 col 3 'Decoupage par agence (O/N)     : '.
           2 s-decoupe line 20 col 36 pic x to DIDecoupage.
           2 line 21 col 3 'Debut de section proprietaire  : '.
           2 s-marque line 21 col 36 pic x(30) to DIMarque.
           2 line 22 col 3 'Colonne du No proprietaire     : '.
           2 s-colonne line 22 col 36 pic 999 to DIColonne.
       1 a-plg-refus.
           2 line 23 col 3 pic x(50) from motif-refus.
       1 a-plg-confirm.
           2 line 23 col 3 'Mise a jour effectuee.                  '.
       1 s-plg-encore.
           2 line 24 col 3 'Saisir une autre ligne (O/N) : '.
           2 s-encore pic x to v-encore required.

      * Table de distribution des etats de la nuit, lue par
      * pg-distribution-etats : pour chaque .lst, ses destinataires
      * (agence, role ou operateur) et le mode de remise (file
      * d'impression, dossier courriel, partage de l'agence). Un etat
      * decoupe par agence (PAgenceProp) est remis par morceaux : les
      * sections commencent par la ligne donnee, le numero de
      * proprietaire a la colonne indiquee ; destinataire * = chaque
      * agence recoit ses pages, sinon la seule agence nommee.
       procedure division.
           display a-plg-titre

           open i-o f-distribution
           if fs-distribution = '35'
               open output f-distribution
               close f-distribution
               open i-o f-distribution
           end-if
           if fs-distribution <> '00'
               display 'PG-MAJ-DISTRIBUTION - ouverture'
                   ' distribution.dat impossible'
               display 'code retour fichier : ' fs-distribution
               move 1 to return-code
               stop run
           end-if

           display a-plg-entete
           perform until fin-lecture
               read f-distribution next record
                   at end set fin-lecture to true
                   not at end
                       if nl < 15
                           display a-plg-ligne
                           compute nl = nl + 1
                       end-if
               end-read
           end-perform

           move 'O' to v-encore
           perform until not saisir-encore
               initialize distribution-etat
               move 'N' to v-supprimer
               move 'N' to DIDecoupage
               display s-plg-saisie
               accept s-plg-saisie
               move function lower-case(DIEtat) to DIEtat
               move function upper-case(DITypeDest) to DITypeDest
               move function upper-case(DIDestinataire)
                   to DIDestinataire
               move function upper-case(DIMode) to DIMode
               move function upper-case(DIDecoupage) to DIDecoupage
               if supprimer
                   delete f-distribution record
                       invalid key continue
                   end-delete
                   display a-plg-confirm
               else
                   perform controler-saisie
                   if motif-refus <> spaces
                       display a-plg-refus
                   else
                       perform enregistrer-ligne
                       display a-plg-confirm
                   end-if
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-distribution
           goback.

       controler-saisie.
           move spaces to motif-refus
           if DITypeDest <> 'A' and DITypeDest <> 'R'
               and DITypeDest <> 'O'
               move 'Type de destinataire A, R ou O.' to motif-refus
           else if DIMode <> 'I' and DIMode <> 'C' and DIMode <> 'P'
               move 'Mode de remise I, C ou P.' to motif-refus
           else if DIDecoupage = 'O' and DITypeDest <> 'A'
               move 'Decoupage par agence : destinataire agence.'
                   to motif-refus
           else if DIDecoupage = 'O'
               and (DIMarque = spaces or DIColonne = 0)
               move 'Decoupage : debut de section et colonne requis.'
                   to motif-refus
           else if DIDestinataire = '*' and DIDecoupage <> 'O'
               move 'Destinataire * reserve au decoupage.'
                   to motif-refus
           end-if end-if end-if end-if end-if
           if DIDecoupage <> 'O'
               move 'N' to DIDecoupage
               move spaces to DIMarque
               move 0 to DIColonne
           end-if.

       enregistrer-ligne.
           write distribution-etat
           if fs-distribution = '22'
               rewrite distribution-etat
           end-if
           if fs-distribution <> '00'
               display 'PG-MAJ-DISTRIBUTION - ecriture'
                   ' distribution.dat impossible'
               display 'code retour fichier : ' fs-distribution
               move 1 to return-code
               stop run
           end-if.

       end program pg-maj-distribution.
