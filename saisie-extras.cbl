       program-id. pg-saisie-extras.

       file-control.
           select f-extras assign 'extras.dat'
           organization indexed
           access random
           record key EXcode
           file status fs-extras.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access dynamic
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

       data division.

       file section.
       fd f-extras.
           copy extra.

       fd f-lignes-extras.
           copy ligne-extra.

       working-storage section.
       1 fs-extras pic xx.
       1 fs-lignes-extras pic xx.
       1 date-jour pic 9(8).
       1 code-saisi pic x(6).
       1 quantite-saisie pic 99.
       1 v-fin-saisie pic x value 'N'.
           88 fin-saisie value 'O' false 'N'.
       1 v-fin-lignes pic x value 'N'.
           88 fin-lignes value 'O' false 'N'.
       1 v-extra-trouve pic x value 'N'.
           88 extra-trouve value 'O' false 'N'.
       1 nb-nuits pic 9(3).
       1 nb-libres pic 999.
       1 numresa-exclu pic 9(6) value 0.
       1 taux-extra pic 99v99.
       1 nl pic 99.

       linkage section.
       1 p-origine pic x.
       1 p-numero pic 9(6).
       1 p-ville pic x(20).
       1 p-arrivee pic 9(8).
       1 p-depart pic 9(8).
       1 p-nbpers pic 99.
       1 p-total-ht pic 9(7)v99.
       1 p-total-tva pic 9(7)v99.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Extras du sejour'.
           2 line 3 col 3 'Du '.
           2 a-arrivee line 3 col 6 pic 9(8) from p-arrivee.
           2 line 3 col 15 'au'.
           2 a-depart line 3 col 18 pic 9(8) from p-depart.
           2 line 3 col 28 'Personnes :'.
           2 a-nbpers line 3 col 40 pic z9 from p-nbpers.
       1 a-plg-entete.
           2 line 5 col 3
               'Code   Libelle               Qte  Montant HT   TVA %'.
       1 a-plg-ligne.
           2 a-code line nl col 3 pic x(6) from LXcode.
           2 a-libelle line nl col 10 pic x(20) from LXlibelle.
           2 a-quantite line nl col 32 pic z9 from LXQuantite.
           2 a-montant line nl col 36 pic z(6)9.99
               from LXMontantHT.
           2 a-taux line nl col 49 pic z9.99 from LXTauxTVA.
       1 a-plg-totaux.
           2 line 16 col 3 'Total extras HT :'.
           2 a-total-ht line 16 col 36 pic z(6)9.99 from p-total-ht.
           2 line 16 col 48 'TVA :'.
           2 a-total-tva line 16 col 54 pic z(6)9.99
               from p-total-tva.
       1 s-plg-extra.
           2 line 18 col 3 'Code extra (vide = fin) : '.
           2 s-code line 18 col 29 pic x(6) to code-saisi.
           2 line 19 col 3 'Quantite                : '.
           2 s-quantite line 19 col 29 pic 99 from quantite-saisie
               to quantite-saisie.
       1 a-plg-inconnu.
           2 line 21 col 3 'Extra inconnu ou inactif.              '.
       1 a-plg-hors-ville.
           2 line 21 col 3 'Extra non propose dans cette ville.    '.
       1 a-plg-quantite-nulle.
           2 line 21 col 3 'Quantite nulle, ligne refusee.         '.
       1 a-plg-deja.
           2 line 21 col 3 'Extra deja saisi pour ce sejour.       '.
       1 a-plg-stock.
           2 line 21 col 3 'Stock insuffisant, unites libres :     '.
           2 a-libres line 21 col 38 pic zz9 from nb-libres.
       1 a-plg-ajoute.
           2 line 21 col 3 'Extra ajoute.                          '.
       1 a-plg-catalogue-vide.
           2 line 21 col 3 'Catalogue des extras vide.'.

      * Lignes d'extras d'un devis (origine D) ou d'une reservation
      * (origine R). Le montant HT est le prix du catalogue fois la
      * quantite, et fois les nuits ou les personnes selon l'unite ;
      * le taux de TVA est celui de la categorie de l'extra. En
      * retour, le total HT et TVA de toutes les lignes du sejour.
       procedure division using p-origine p-numero p-ville
           p-arrivee p-depart p-nbpers p-total-ht p-total-tva.
           accept date-jour from date yyyymmdd
           compute nb-nuits =
               function integer-of-date(p-depart)
               - function integer-of-date(p-arrivee)
           display a-plg-titre
           display a-plg-entete
           perform totaliser-lignes

           open input f-extras
           if fs-extras <> '00'
               display a-plg-catalogue-vide
               goback
           end-if

           set fin-saisie to false
           perform until fin-saisie
               move spaces to code-saisi
               move 1 to quantite-saisie
               display s-plg-extra
               accept s-plg-extra
               if code-saisi = spaces
                   set fin-saisie to true
               else
                   perform ajouter-extra
               end-if
           end-perform
           close f-extras
           goback.

       ajouter-extra.
           move function upper-case(code-saisi) to code-saisi
           set extra-trouve to false
           move code-saisi to EXcode
           read f-extras key is EXcode
               invalid key continue
               not invalid key
                   if EXStatut <> 'I'
                       set extra-trouve to true
                   end-if
           end-read
           if not extra-trouve
               display a-plg-inconnu
           else if EXVille <> spaces
                   and function upper-case(EXVille)
                   <> function upper-case(p-ville)
               display a-plg-hors-ville
           else if quantite-saisie = 0
               display a-plg-quantite-nulle
           else
               move 999 to nb-libres
               if EXStock > 0
                   call 'pg-dispo-extra' using EXcode p-arrivee
                       p-depart nb-libres numresa-exclu end-call
               end-if
               if nb-libres < quantite-saisie
                   display a-plg-stock
               else
                   perform ecrire-ligne
               end-if
           end-if
           end-if
           end-if.

       ecrire-ligne.
           move p-origine to LXorigine
           move p-numero to LXnumero
           move EXcode to LXcode
           move EXlibelle to LXlibelle
           move EXUnite to LXUnite
           move quantite-saisie to LXQuantite
           move p-arrivee to LXDateDebut
           move p-depart to LXDateFin
           move EXPrixHT to LXPrixHT
           evaluate EXUnite
               when 'N'
                   compute LXMontantHT =
                       EXPrixHT * quantite-saisie * nb-nuits
               when 'P'
                   compute LXMontantHT =
                       EXPrixHT * quantite-saisie * p-nbpers
               when other
                   compute LXMontantHT = EXPrixHT * quantite-saisie
           end-evaluate
           call 'pg-taux-tva' using EXCategorieTVA date-jour
               taux-extra end-call
           move taux-extra to LXTauxTVA
           compute LXMontantTVA rounded =
               LXMontantHT * LXTauxTVA / 100
           move 0 to LXnumfact

           open i-o f-lignes-extras
           if fs-lignes-extras = '35'
               open output f-lignes-extras
               close f-lignes-extras
               open i-o f-lignes-extras
           end-if
           if fs-lignes-extras <> '00'
               display 'PG-SAISIE-EXTRAS - ouverture'
                   ' lignes-extras.dat impossible'
               display 'code retour fichier : ' fs-lignes-extras
               move 1 to return-code
               stop run
           end-if
           write ligne-extra
           if fs-lignes-extras = '22'
               display a-plg-deja
           else if fs-lignes-extras <> '00'
               display 'PG-SAISIE-EXTRAS - ecriture'
                   ' lignes-extras.dat impossible'
               display 'code retour fichier : ' fs-lignes-extras
               move 1 to return-code
               stop run
           else
               display a-plg-ajoute
           end-if
           end-if
           close f-lignes-extras
           perform totaliser-lignes.

       totaliser-lignes.
           move 0 to p-total-ht
           move 0 to p-total-tva
           move 6 to nl
           open input f-lignes-extras
           if fs-lignes-extras = '00'
               set fin-lignes to false
               move p-origine to LXorigine
               move p-numero to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-lignes to true
               end-start
               perform until fin-lignes
                   read f-lignes-extras next record
                       at end set fin-lignes to true
                   end-read
                   if not fin-lignes
                       if LXorigine <> p-origine
                           or LXnumero <> p-numero
                           set fin-lignes to true
                       else
                           compute p-total-ht =
                               p-total-ht + LXMontantHT
                           compute p-total-tva =
                               p-total-tva + LXMontantTVA
                           if nl < 16
                               display a-plg-ligne
                               compute nl = nl + 1
                           end-if
                       end-if
                   end-if
               end-perform
               close f-lignes-extras
           end-if
           display a-plg-totaux.

       end program pg-saisie-extras.
