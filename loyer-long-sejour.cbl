       program-id. pg-loyer-long-sejour.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-indices assign 'indices-irl.dat'
           organization indexed
           access sequential
           record key IRTrimestre
           file status fs-indices.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-indices.
           copy indice-loyer.

       working-storage section.
       1 fs-appart pic xx.
       1 fs-indices pic xx.
       1 v-fin-indices pic x.
           88 fin-indices value 'O' false 'N'.
       1 date-jour pic 9(8).
       1 montant-sejour pic 9(7)v99.
       1 nuits-min-regle pic 99.
       1 nb-nuits pic 9(5).

       linkage section.
       1 p-numappart pic 9999.
       1 p-arrivee pic 9(8).
       1 p-depart pic 9(8).
       1 p-nbpers pic 99.
       1 p-loyer pic 9(7)v99.
       1 p-trimestre pic 9(5).

      * Long sejour : le prix fixe a la reservation est ramene a un
      * loyer mensuel (moyenne par nuit sur 365/12 nuits), indexe a
      * chaque anniversaire par pg-revision-loyers sur l'IRL du
      * trimestre de reference, dernier publie a la reservation.
       procedure division using p-numappart p-arrivee p-depart
           p-nbpers p-loyer p-trimestre.
           move 0 to p-loyer
           move 0 to p-trimestre
           accept date-jour from date yyyymmdd

           open input f-appart
           if fs-appart = '00'
               move p-numappart to Anumappart
               read f-appart key is Anumappart
                   invalid key continue
                   not invalid key
                       call 'pg-calcul-sejour' using Anumappart AVille
                           AtarifHT AtarifBS p-arrivee p-depart
                           p-nbpers montant-sejour nuits-min-regle
                       end-call
                       compute nb-nuits =
                           function integer-of-date(p-depart)
                           - function integer-of-date(p-arrivee)
                       if nb-nuits > 0
                           compute p-loyer rounded =
                               montant-sejour * 365 / (12 * nb-nuits)
                       end-if
               end-read
               close f-appart
           end-if

           open input f-indices
           if fs-indices = '00'
               set fin-indices to false
               perform until fin-indices
                   read f-indices next record
                       at end set fin-indices to true
                       not at end
                           if IRDatePublication <= date-jour
                               move IRTrimestre to p-trimestre
                           end-if
                   end-read
               end-perform
               close f-indices
           end-if
           goback.

       end program pg-loyer-long-sejour.
