       program-id. pg-chemin-critique.

       file-control.
           select f-temps assign 'etapes-nuit.tim'
           organization line sequential
           file status fs-temps.

           select f-impression assign 'chemin-critique.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-temps.
       1 temps-rec.
           2 tr-etape pic x(16).
           2 filler pic x.
           2 tr-debut pic 9(6).
           2 filler pic x.
           2 tr-fin pic 9(6).
           2 filler pic x.
           2 tr-heure pic 9(6).
           2 filler pic x.
           2 tr-rc pic 9(3).
           2 filler pic x.
           2 tr-libelle pic x(30).
           2 filler pic x.
           2 tr-attend pic x(200).

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-temps pic xx.
       1 fs-impression pic xx.
       1 v-fin-temps pic x value 'N'.
           88 fin-temps value 'O' false 'N'.
       1 nb-etapes pic 999 value 0.
       1 tbl-etapes occurs 100 times.
           2 te-etape pic x(16).
           2 te-libelle pic x(30).
           2 te-debut pic 9(6).
           2 te-fin pic 9(6).
           2 te-heure pic 9(6).
           2 te-noms pic x(192).
           2 te-nb-attend pic 99.
           2 te-attend pic 999 occurs 12 times.
           2 te-marge pic 9(6).
           2 te-attente pic 9(6).
           2 te-critique pic x.
       1 noms-attend.
           2 na-nom pic x(16) occurs 12 times.
       1 ex pic 999.
       1 ey pic 999.
       1 ax pic 99.
       1 nx pic 99.
       1 courant pic 999.
       1 precedent pic 999.
       1 fin-max pic 9(6).
       1 debut-suivant pic 9(6).
       1 nb-chemin pic 999 value 0.
       1 tbl-chemin pic 999 occurs 100 times.
       1 v-suivant pic x.
           88 suivant-trouve value 'O' false 'N'.
       1 heure-edit.
           2 he-hh pic 99.
           2 filler pic x value ':'.
           2 he-mm pic 99.
           2 filler pic x value ':'.
           2 he-ss pic 99.
       1 duree-edit pic zzzz9.
       1 tot-lus pic 9(4) value 0.

      * Chemin critique de la partie parallele de la chaine de nuit,
      * d'apres les heures notees dans etapes-nuit.tim (secondes
      * depuis le debut des etapes paralleles) : en partant de l'etape
      * finie la derniere, on remonte a chaque fois l'etape attendue
      * finie la plus tard. Marge = temps dont une etape pouvait
      * glisser sans retarder ses suivantes ; attente = delai entre la
      * fin de l'etape attendue et le lancement, du a la limite
      * d'etapes simultanees ou a un fichier ecrit en commun.
       procedure division.
           open input f-temps
           if fs-temps = '35'
               display 'PG-CHEMIN-CRITIQUE - pas de fichier'
                   ' etapes-nuit.tim, rien a editer'
               stop run
           end-if
           if fs-temps <> '00'
               display 'PG-CHEMIN-CRITIQUE - ouverture'
                   ' etapes-nuit.tim impossible'
               display 'code retour fichier : ' fs-temps
               move 1 to return-code
               stop run
           end-if

           perform until fin-temps
               move spaces to temps-rec
               read f-temps
                   at end set fin-temps to true
                   not at end
                       compute tot-lus = tot-lus + 1
                       if nb-etapes < 100
                           perform charger-etape
                       end-if
               end-read
           end-perform
           close f-temps

           perform relier-attentes
           perform calculer-marges
           perform remonter-chemin

           open output f-impression
           if fs-impression <> '00'
               display 'PG-CHEMIN-CRITIQUE - ouverture'
                   ' chemin-critique.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           perform editer-etat
           close f-impression

           display 'PG-CHEMIN-CRITIQUE - TOTAUX DE CONTROLE'
           display 'etapes lues          : ' tot-lus
           display 'etapes du chemin     : ' nb-chemin
           stop run.

       charger-etape.
           compute nb-etapes = nb-etapes + 1
           move tr-etape to te-etape(nb-etapes)
           move tr-libelle to te-libelle(nb-etapes)
           move tr-debut to te-debut(nb-etapes)
           move tr-fin to te-fin(nb-etapes)
           move tr-heure to te-heure(nb-etapes)
           move 0 to te-nb-attend(nb-etapes)
           move 0 to te-marge(nb-etapes)
           move 0 to te-attente(nb-etapes)
           move space to te-critique(nb-etapes)
           move spaces to noms-attend
           if tr-attend(1:1) <> '-'
               unstring tr-attend delimited by ',' or space
                   into na-nom(1) na-nom(2) na-nom(3) na-nom(4)
                       na-nom(5) na-nom(6) na-nom(7) na-nom(8)
                       na-nom(9) na-nom(10) na-nom(11) na-nom(12)
               end-unstring
           end-if
           move noms-attend to te-noms(nb-etapes).

      * Une etape attendue absente du fichier (sautee a la reprise)
      * est ignoree.
       relier-attentes.
           perform varying ex from 1 by 1 until ex > nb-etapes
               move te-noms(ex) to noms-attend
               perform varying nx from 1 by 1 until nx > 12
                   if na-nom(nx) <> spaces
                       perform varying ey from 1 by 1
                           until ey > nb-etapes
                           if te-etape(ey) = na-nom(nx)
                               and te-nb-attend(ex) < 12
                               compute te-nb-attend(ex) =
                                   te-nb-attend(ex) + 1
                               move ey to
                                   te-attend(ex, te-nb-attend(ex))
                           end-if
                       end-perform
                   end-if
               end-perform
           end-perform.

       calculer-marges.
           move 0 to fin-max
           perform varying ex from 1 by 1 until ex > nb-etapes
               if te-fin(ex) > fin-max
                   move te-fin(ex) to fin-max
               end-if
           end-perform
           perform varying ex from 1 by 1 until ex > nb-etapes
               move fin-max to debut-suivant
               perform varying ey from 1 by 1 until ey > nb-etapes
                   perform varying ax from 1 by 1
                       until ax > te-nb-attend(ey)
                       if te-attend(ey, ax) = ex
                           and te-debut(ey) < debut-suivant
                           move te-debut(ey) to debut-suivant
                       end-if
                   end-perform
               end-perform
               if debut-suivant > te-fin(ex)
                   compute te-marge(ex) = debut-suivant - te-fin(ex)
               end-if
           end-perform.

       remonter-chemin.
           move 0 to courant
           move 0 to fin-max
           perform varying ex from 1 by 1 until ex > nb-etapes
               if te-fin(ex) >= fin-max
                   move te-fin(ex) to fin-max
                   move ex to courant
               end-if
           end-perform
           perform until courant = 0
               move 'O' to te-critique(courant)
               compute nb-chemin = nb-chemin + 1
               move courant to tbl-chemin(nb-chemin)
               move 0 to precedent
               move 0 to fin-max
               perform varying ax from 1 by 1
                   until ax > te-nb-attend(courant)
                   move te-attend(courant, ax) to ey
                   if precedent = 0 or te-fin(ey) > fin-max
                       move te-fin(ey) to fin-max
                       move ey to precedent
                   end-if
               end-perform
               if precedent > 0
                   and te-debut(courant) > te-fin(precedent)
                   compute te-attente(courant) =
                       te-debut(courant) - te-fin(precedent)
               end-if
               if precedent = 0 and te-debut(courant) > 0
                   move te-debut(courant) to te-attente(courant)
               end-if
               move precedent to courant
           end-perform.

       editer-etat.
           move 'CHEMIN CRITIQUE DE LA CHAINE DE NUIT' to ligne-impr
           write ligne-impr
           move spaces to ligne-impr
           write ligne-impr
           move 'Etapes qui fixent l''heure de fin, dans l''ordre :'
               to ligne-impr
           write ligne-impr
           move 'Etape            Libelle                        Debut'
               to ligne-impr
           move 'Duree Attente' to ligne-impr(58:13)
           write ligne-impr
           perform varying ex from nb-chemin by -1 until ex < 1
               move tbl-chemin(ex) to ey
               perform ligne-etape
               move te-attente(ey) to duree-edit
               move duree-edit to ligne-impr(66:5)
               write ligne-impr
           end-perform

           move spaces to ligne-impr
           write ligne-impr
           move 'Toutes les etapes (* = chemin critique) :'
               to ligne-impr
           write ligne-impr
           move 'Etape            Libelle                        Debut'
               to ligne-impr
           move 'Duree   Marge' to ligne-impr(58:13)
           write ligne-impr
           perform varying ey from 1 by 1 until ey > nb-etapes
               perform ligne-etape
               move te-marge(ey) to duree-edit
               move duree-edit to ligne-impr(66:5)
               if te-critique(ey) = 'O'
                   move '*' to ligne-impr(72:1)
               end-if
               write ligne-impr
           end-perform.

       ligne-etape.
           move spaces to ligne-impr
           move te-etape(ey) to ligne-impr(1:16)
           move te-libelle(ey) to ligne-impr(18:30)
           move te-heure(ey)(1:2) to he-hh
           move te-heure(ey)(3:2) to he-mm
           move te-heure(ey)(5:2) to he-ss
           move heure-edit to ligne-impr(49:8)
           compute debut-suivant = te-fin(ey) - te-debut(ey)
           move debut-suivant to duree-edit
           move duree-edit to ligne-impr(58:5).

       end program pg-chemin-critique.
