           organization record sequential
           file status fs-attente.

           select f-garde assign 'tarifs-attente.tmp'
           organization record sequential
           file status fs-garde.

           select f-impression assign 'tarifs-simulation.lst'
           organization line sequential
           file status fs-impression.
           2 ta-ancien-tarifbs pic 9999.
           2 ta-nouveau-tarifbs pic 9999.
           2 ta-ville pic x(20).
           2 ta-type pic x.
           2 ta-date-nuit pic 9(8).
           2 ta-ancien-prix pic 9999.
           2 ta-nouveau-prix pic 9999.
           2 ta-motif pic x(10).

       fd f-garde.
       1 garde-rec pic x(67).

       fd f-impression.
       1 ligne-impr pic x(80).
       1 fs-appart pic xx.
       1 fs-attente pic xx.
       1 fs-impression pic xx.
       1 fs-garde pic xx.
       1 v-garde pic x value 'N'.
           88 suggestions-gardees value 'O' false 'N'.
       1 v-fin-garde pic x value 'N'.
           88 fin-garde value 'O' false 'N'.
       1 nom-tmp pic x(31) value 'tarifs-attente.tmp'.
       1 fonction-tarifs pic x value 'T'.
       1 operateur-courant pic x(8).
       1 date-jour pic 9(8).
               stop run
           end-if

           perform garder-suggestions
           open output f-attente
           if fs-attente <> '00'
               display 'PG-MAJ-TARIFS - ouverture tarifs-attente.dat'
               move 1 to return-code
               stop run
           end-if
           perform reprendre-suggestions

           open output f-impression
           if fs-impression <> '00'
                   move AtarifBS to ta-ancien-tarifbs
                   move nouveau-tarifbs to ta-nouveau-tarifbs
                   move AVille to ta-ville
                   move 'B' to ta-type
                   move 0 to ta-date-nuit
                   move 0 to ta-ancien-prix
                   move 0 to ta-nouveau-prix
                   move spaces to ta-motif
                   write attente-rec
                   if fs-attente <> '00'
                       display 'PG-MAJ-TARIFS - ecriture'
           display 'appartements lus      : ' tot-lus
           display 'propositions ecrites  : ' tot-proposes
           display 'simulation dans tarifs-simulation.lst,'
               ' application via pg-appliquer-tarifs'
           goback.

      * Une nouvelle proposition remplace la precedente, mais les prix
      * a la nuit suggeres par pg-suggestion-tarifs restent en attente.
       garder-suggestions.
           open input f-attente
           if fs-attente = '00'
               open output f-garde
               if fs-garde <> '00'
                   display 'PG-MAJ-TARIFS - ouverture'
                       ' tarifs-attente.tmp impossible'
                   display 'code retour fichier : ' fs-garde
                   move 1 to return-code
                   stop run
               end-if
               set suggestions-gardees to true
               perform until fin-garde
                   read f-attente
                       at end set fin-garde to true
                       not at end
                           if ta-type = 'D'
                               write garde-rec from attente-rec
                           end-if
                   end-read
               end-perform
               close f-garde
               close f-attente
           end-if.

       reprendre-suggestions.
           if suggestions-gardees
               open input f-garde
               set fin-garde to false
               perform until fin-garde
                   read f-garde
                       at end set fin-garde to true
                       not at end write attente-rec from garde-rec
                   end-read
               end-perform
               close f-garde
               call 'CBL_DELETE_FILE' using nom-tmp end-call
           end-if.

       end program pg-maj-tarifs.
