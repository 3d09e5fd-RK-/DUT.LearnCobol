       program-id. pg-documents-valides.

       file-control.
           select f-documents assign 'documents.dat'
           organization indexed
           access dynamic
           record key DCcle
           file status fs-documents.

       data division.

       file section.
       fd f-documents.
           copy document-appart.

       working-storage section.
       1 fs-documents pic xx.
       1 v-fin-documents pic x value 'N'.
           88 fin-documents value 'O' false 'N'.

       linkage section.
       1 p-numappart pic 9999.
       1 p-arrivee pic 9(8).
       1 p-depart pic 9(8).
       1 p-type-refus pic x(4).
       1 p-expiration pic 9(8).
       1 p-bloque pic x.

      * Registre de conformite : un document obligatoire de
      * l'appartement (assurance, diagnostics gaz / electricite,
      * DPE, detecteurs de fumee) doit couvrir tout le sejour
      * p-arrivee / p-depart, emis au plus tard a l'arrivee et non
      * expire avant le depart (expiration a zero : sans echeance).
      * Rend p-bloque a 'O' avec le type et l'echeance du premier
      * document en defaut. Un document absent du registre ne
      * bloque pas : il est signale par pg-alerte-documents.
       procedure division using p-numappart p-arrivee p-depart
           p-type-refus p-expiration p-bloque.
           move 'N' to p-bloque
           move spaces to p-type-refus
           move 0 to p-expiration

           open input f-documents
           if fs-documents = '00'
               set fin-documents to false
               move p-numappart to DCnumappart
               move spaces to DCType
               start f-documents key is >= DCcle
                   invalid key set fin-documents to true
               end-start
               if not fin-documents
                   read f-documents next record
                       at end set fin-documents to true
                   end-read
               end-if
               perform until fin-documents
                       or DCnumappart <> p-numappart
                       or p-bloque = 'O'
                   if DCObligatoire <> 'N'
                       and (DCDateEmission > p-arrivee
                       or (DCDateExpiration > 0
                       and DCDateExpiration < p-depart))
                       move 'O' to p-bloque
                       move DCType to p-type-refus
                       move DCDateExpiration to p-expiration
                   end-if
                   read f-documents next record
                       at end set fin-documents to true
                   end-read
               end-perform
               close f-documents
           end-if
           goback.

       end program pg-documents-valides.
