       program-id. pg-mandat-ouvert.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-resiliations assign 'resiliations.dat'
           organization indexed
           access random
           record key MFnumprop
           file status fs-resiliations.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-resiliations.
           copy resiliation.

       working-storage section.
       1 fs-appart pic xx.
       1 fs-resiliations pic xx.

       linkage section.
       1 p-numappart pic 9999.
       1 p-depart pic 9(8).
       1 p-date-fin pic 9(8).
       1 p-bloque pic x.

      * Mandat resilie (pg-resiliation-mandat) : plus aucune nuit
      * n'est louee au-dela de la date de fin du mandat du
      * proprietaire de l'appartement. Rend p-bloque a 'O' et la
      * date de fin quand le depart la depasse.
       procedure division using p-numappart p-depart p-date-fin
           p-bloque.
           move 'N' to p-bloque
           move 0 to p-date-fin
           open input f-resiliations
           if fs-resiliations = '00'
               open input f-appart
               if fs-appart = '00'
                   move p-numappart to Anumappart
                   read f-appart key is Anumappart
                       invalid key continue
                       not invalid key
                           move Anumprop to MFnumprop
                           read f-resiliations key is MFnumprop
                               invalid key continue
                               not invalid key
                                   if p-depart > MFDateFin
                                       move 'O' to p-bloque
                                       move MFDateFin to p-date-fin
                                   end-if
                           end-read
                   end-read
                   close f-appart
               end-if
               close f-resiliations
           end-if
           goback.

       end program pg-mandat-ouvert.
