       program-id. pg-conso-anormale.

       file-control.
           select f-releves assign 'releves-compteurs.dat'
           organization indexed
           access sequential
           record key RCcle
           file status fs-releves.

           select f-impression assign 'conso-anormale.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-releves.
           copy releve-compteur.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-releves pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 horizon-jours pic 9(3) value 31.
       1 seuil-pct pic 9(3) value 150.
       1 date-jour pic 9(8).
       1 date-debut pic 9(8).
       1 jour-entier pic 9(7).
       1 v-fin-releves pic x value 'N'.
           88 fin-releves value 'O' false 'N'.
       1 prec-numresa pic 9(6).
       1 prec-compteur pic x.
       1 prec-index pic 9(8).
       1 prec-date pic 9(8).
       1 nb-jours pic 9(5).
       1 consommation pic 9(8).
       1 conso-jour pic 9(7)v99.
       1 moyenne-jour pic 9(7)v99.
       1 ecart-pct pic 9(5).
       1 nb-moyennes pic 9(4) value 0.
       1 tbl-moyennes occurs 2000 times.
           2 tm-numappart pic 9999.
           2 tm-compteur pic x.
           2 tm-conso pic 9(9).
           2 tm-jours pic 9(7).
       1 m pic 9(4).
       1 mx pic 9(4).
       1 libelle-compteur pic x(11).
       1 conso-edit pic z(7)9.
       1 moyenne-edit pic z(5)9.99.
       1 jour-edit pic z(5)9.99.
       1 ecart-edit pic zzzz9.
       1 tot-releves pic 9(6) value 0.
       1 tot-periodes pic 9(6) value 0.
       1 tot-anomalies pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Consommations anormales des compteurs : la moyenne par jour de
      * chaque compteur d'appartement est calculee sur tous les
      * releves conserves (intervalles entre deux releves d'un meme
      * sejour), puis chaque intervalle clos dans le dernier mois (ou
      * le nombre de jours passe en argument) est compare a cette
      * moyenne. Est signale : plus de 150 % de la moyenne, ou un
      * index en baisse (compteur change ou erreur de saisie).
       procedure division.
           accept date-jour from date yyyymmdd

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to horizon-jours
           end-if
           compute jour-entier =
               function integer-of-date(date-jour) - horizon-jours
           compute date-debut = function date-of-integer(jour-entier)

           perform ouvrir-releves
           perform until fin-releves
               compute tot-releves = tot-releves + 1
               perform cumuler-moyenne
               perform lire-releve
           end-perform
           close f-releves

           open output f-impression
           if fs-impression <> '00'
               display 'PG-CONSO-ANORMALE - ouverture'
                   ' conso-anormale.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'CONSOMMATIONS ANORMALES du ' date-debut ' au '
               date-jour ' (seuil ' seuil-pct ' % de la moyenne)'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Appart Resa   Compteur    Du       Au      '
               '   Conso Moy./jour      Jour  Ecart%'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           perform ouvrir-releves
           perform until fin-releves
               perform controler-periode
               perform lire-releve
           end-perform
           close f-releves

           move spaces to ligne-tampon
           string 'Periodes controlees : ' tot-periodes
               '   Anomalies : ' tot-anomalies
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           close f-impression

           display 'PG-CONSO-ANORMALE - TOTAUX DE CONTROLE'
           display 'releves lus          : ' tot-releves
           display 'compteurs suivis     : ' nb-moyennes
           display 'periodes controlees  : ' tot-periodes
           display 'anomalies signalees  : ' tot-anomalies
           stop run.

       ouvrir-releves.
           open input f-releves
           if fs-releves = '35'
               display 'PG-CONSO-ANORMALE - pas de'
                   ' releves-compteurs.dat, rien a controler'
               stop run
           end-if
           if fs-releves <> '00'
               display 'PG-CONSO-ANORMALE - ouverture'
                   ' releves-compteurs.dat impossible'
               display 'code retour fichier : ' fs-releves
               move 1 to return-code
               stop run
           end-if
           set fin-releves to false
           move 0 to prec-numresa
           move space to prec-compteur
           read f-releves next record at end set fin-releves to true
           end-read.

       lire-releve.
           move RCnumresa to prec-numresa
           move RCCompteur to prec-compteur
           move RCIndex to prec-index
           move RCDate to prec-date
           read f-releves next record at end set fin-releves to true
           end-read
           if fs-releves <> '00' and fs-releves <> '10'
               display 'PG-CONSO-ANORMALE - lecture'
                   ' releves-compteurs.dat impossible'
               display 'code retour fichier : ' fs-releves
               move 1 to return-code
               stop run
           end-if.

      * Intervalle entre le releve precedent et le releve courant
      * d'un meme sejour et d'un meme compteur.
       calculer-intervalle.
           move 0 to nb-jours
           if RCnumresa = prec-numresa and RCCompteur = prec-compteur
               compute nb-jours = function integer-of-date(RCDate)
                   - function integer-of-date(prec-date)
           end-if.

       chercher-moyenne.
           move 0 to mx
           perform varying m from 1 by 1
                   until m > nb-moyennes or mx > 0
               if tm-numappart(m) = RCnumappart
                   and tm-compteur(m) = RCCompteur
                   move m to mx
               end-if
           end-perform.

       cumuler-moyenne.
           perform calculer-intervalle
           if nb-jours > 0 and RCIndex >= prec-index
               perform chercher-moyenne
               if mx = 0 and nb-moyennes < 2000
                   compute nb-moyennes = nb-moyennes + 1
                   move nb-moyennes to mx
                   move RCnumappart to tm-numappart(mx)
                   move RCCompteur to tm-compteur(mx)
                   move 0 to tm-conso(mx)
                   move 0 to tm-jours(mx)
               end-if
               if mx > 0
                   compute tm-conso(mx) =
                       tm-conso(mx) + RCIndex - prec-index
                   compute tm-jours(mx) = tm-jours(mx) + nb-jours
               end-if
           end-if.

       controler-periode.
           perform calculer-intervalle
           if nb-jours > 0 and RCDate >= date-debut
               compute tot-periodes = tot-periodes + 1
               evaluate RCCompteur
                   when 'E' move 'electricite' to libelle-compteur
                   when 'O' move 'eau' to libelle-compteur
                   when other move 'gaz' to libelle-compteur
               end-evaluate
               if RCIndex < prec-index
                   move 0 to consommation
                   move 0 to conso-jour
                   move 0 to moyenne-jour
                   move 0 to ecart-pct
                   perform signaler-anomalie
               else
                   compute consommation = RCIndex - prec-index
                   compute conso-jour rounded = consommation / nb-jours
                   perform chercher-moyenne
                   move 0 to moyenne-jour
                   if mx > 0 and tm-jours(mx) > 0
                       compute moyenne-jour rounded =
                           tm-conso(mx) / tm-jours(mx)
                   end-if
                   if moyenne-jour > 0
                       and conso-jour * 100 > moyenne-jour * seuil-pct
                       compute ecart-pct rounded =
                           conso-jour * 100 / moyenne-jour
                       perform signaler-anomalie
                   end-if
               end-if
           end-if.

       signaler-anomalie.
           compute tot-anomalies = tot-anomalies + 1
           move consommation to conso-edit
           move moyenne-jour to moyenne-edit
           move conso-jour to jour-edit
           move ecart-pct to ecart-edit
           move spaces to ligne-tampon
           if RCIndex < prec-index
               string RCnumappart '   ' RCnumresa ' ' libelle-compteur
                   ' ' prec-date ' ' RCDate
                   ' INDEX EN BAISSE'
                   delimited by size into ligne-tampon
           else
               string RCnumappart '   ' RCnumresa ' ' libelle-compteur
                   ' ' prec-date ' ' RCDate conso-edit ' '
                   moyenne-edit ' ' jour-edit '  ' ecart-edit
                   delimited by size into ligne-tampon
           end-if
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-CONSO-ANORMALE - ecriture'
                   ' conso-anormale.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-conso-anormale.
