       program-id. pg-controle-dispo.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-dispo assign 'dispo-nuits.dat'
           organization indexed
           access dynamic
           record key DNcle
           file status fs-dispo.

           select f-impression assign 'controle-dispo.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-dispo.
           copy dispo-nuit.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-dispo pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-dispo pic x value 'N'.
           88 fin-dispo value 'O' false 'N'.
       1 debut-recalcul pic 9(8) value 0.
       1 fin-recalcul pic 9(8) value 0.
       1 numappart-controle pic 9999.
       1 ecarts-appart pic 9(5).
       1 nb-orphelins pic 999 value 0.
       1 tbl-orphelins occurs 500 times.
           2 to-numappart pic 9999.
       1 ox pic 999.
       1 tot-apparts pic 9(5) value 0.
       1 tot-apparts-ecart pic 9(5) value 0.
       1 tot-ecarts pic 9(7) value 0.

      * Reconstruction de l'index des disponibilites (dispo-nuits.dat)
      * et comparaison avec l'index tenu au fil de la journee : chaque
      * appartement est recalcule d'apres resa.dat et ot.dat par
      * pg-maj-dispo, qui corrige les nuits en ecart. Les appartements
      * portes par l'index mais absents de appart.dat sont purges de
      * la meme facon. Etat des ecarts dans controle-dispo.lst.
       procedure division.
           accept date-jour from date yyyymmdd

           open input f-appart
           if fs-appart <> '00'
               display 'PG-CONTROLE-DISPO - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-CONTROLE-DISPO - ouverture'
                   ' controle-dispo.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-impr
           string 'CONTROLE DE L''INDEX DES DISPONIBILITES DU '
               date-jour delimited by size into ligne-impr
           write ligne-impr
           move spaces to ligne-impr
           write ligne-impr
           move 'Appart  Nuits corrigees' to ligne-impr
           write ligne-impr

      * Premier passage : l'index est cree vide, puis construit
      * appartement par appartement.
           open input f-dispo
           if fs-dispo = '35'
               open output f-dispo
           end-if
           if fs-dispo <> '00'
               display 'PG-CONTROLE-DISPO - ouverture dispo-nuits.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-dispo
               move 1 to return-code
               stop run
           end-if
           close f-dispo

           perform relever-orphelins

           read f-appart next record at end set fin-appart to true
           end-read
           perform until fin-appart
               compute tot-apparts = tot-apparts + 1
               move Anumappart to numappart-controle
               perform controler-appart
               read f-appart next record at end set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-CONTROLE-DISPO - lecture appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           close f-appart

           perform varying ox from 1 by 1 until ox > nb-orphelins
               move to-numappart(ox) to numappart-controle
               perform controler-appart
           end-perform

           move spaces to ligne-impr
           write ligne-impr
           move spaces to ligne-impr
           string 'Appartements controles : ' tot-apparts
               '   en ecart : ' tot-apparts-ecart
               '   nuits corrigees : ' tot-ecarts
               delimited by size into ligne-impr
           write ligne-impr
           close f-impression

           display 'PG-CONTROLE-DISPO - TOTAUX DE CONTROLE'
           display 'appartements controles : ' tot-apparts
           display 'appartements en ecart  : ' tot-apparts-ecart
           display 'nuits corrigees        : ' tot-ecarts
           stop run.

      * Appartements encore presents dans l'index mais plus dans
      * appart.dat : un start par appartement suffit a les parcourir.
       relever-orphelins.
           open input f-dispo
           if fs-dispo = '00'
               move 0 to DNnumappart
               move 0 to DNDate
               start f-dispo key is >= DNcle
                   invalid key set fin-dispo to true
               end-start
               perform until fin-dispo
                   read f-dispo next record
                       at end set fin-dispo to true
                       not at end
                           move DNnumappart to Anumappart
                           read f-appart key is Anumappart
                               invalid key
                                   if nb-orphelins < 500
                                       compute nb-orphelins =
                                           nb-orphelins + 1
                                       move DNnumappart
                                           to to-numappart(nb-orphelins)
                                   end-if
                               not invalid key continue
                           end-read
                           move 99999999 to DNDate
                           start f-dispo key is > DNcle
                               invalid key set fin-dispo to true
                           end-start
                   end-read
               end-perform
               close f-dispo
           end-if
           move 0 to Anumappart
           start f-appart key is >= Anumappart
               invalid key set fin-appart to true
           end-start.

       controler-appart.
           call 'pg-maj-dispo' using numappart-controle
               debut-recalcul fin-recalcul ecarts-appart
           end-call
           if ecarts-appart > 0
               compute tot-apparts-ecart = tot-apparts-ecart + 1
               compute tot-ecarts = tot-ecarts + ecarts-appart
               move spaces to ligne-impr
               move numappart-controle to ligne-impr(1:4)
               move ecarts-appart to ligne-impr(9:5)
               write ligne-impr
           end-if.

       end program pg-controle-dispo.
