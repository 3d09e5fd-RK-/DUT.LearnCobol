           record key GLnumprop
           file status fs-livre.

           select f-resiliations assign 'resiliations.dat'
           organization indexed
           access random
           record key MFnumprop
           file status fs-resiliations.

           select f-archive assign 'proprio-arch.dat'
           organization indexed
           access dynamic
       fd f-livre.
           copy grand-livre.

       fd f-resiliations.
           copy resiliation.

       fd f-archive.
           copy proprio
               replacing ==proprio== by ==proprioA==
       1 fs-appart pic xx.
       1 fs-livre pic xx.
       1 fs-archive pic xx.
       1 fs-resiliations pic xx.
       1 v-resiliations-dispo pic x value 'N'.
           88 resiliations-dispo value 'O' false 'N'.
       1 v-fin-appart pic x.
           88 fin-appart value 'O' false 'N'.
      * Resiliation du mandat : en cours ('O', 'C') elle bloque
      * l'archivage, soldee ('S') les appartements retires ne le
      * bloquent plus.
       1 v-resiliation pic x.
           88 sans-resiliation value ' '.
           88 resiliation-soldee value 'S'.
       1 v-fin-proprio pic x value 'N'.
           88 fin-proprio value 'O' false 'N'.
       1 v-a-des-apparts pic x.
           end-if
           end-if

           open input f-resiliations
           if fs-resiliations = '00'
               set resiliations-dispo to true
           end-if

           open i-o f-archive
           if fs-archive = '35'
               open output f-archive
           perform until fin-proprio
               compute tot-lus = tot-lus + 1

               move space to v-resiliation
               if resiliations-dispo
                   move Pnumprop to MFnumprop
                   read f-resiliations key is MFnumprop
                       invalid key continue
                       not invalid key move MFStatut to v-resiliation
                   end-read
               end-if

               set a-des-apparts to false
               move Pnumprop to Anumprop
               if resiliation-soldee
                   perform chercher-apparts-actifs
               else
                   start f-appart key is = Anumprop
                       invalid key continue
                       not invalid key set a-des-apparts to true
                   end-start
               end-if

               set solde-ouvert to false
               if livre-dispo
               end-if

               if not a-des-apparts and not solde-ouvert
                   and (sans-resiliation or resiliation-soldee)
                   and nb-candidats < 2000
                   compute nb-candidats = nb-candidats + 1
                   move Pnumprop to tbl-candidats(nb-candidats)
               close f-livre
           end-if
           close f-archive
           if resiliations-dispo
               close f-resiliations
           end-if

           display 'PG-ARCHIVE-PROPRIO - TOTAUX DE CONTROLE'
           display 'proprietaires lus      : ' tot-lus
           display 'proprietaires archives : ' tot-archives
           stop run.

      * Apres solde de tout compte, seul un appartement encore en
      * service retient le proprietaire.
       chercher-apparts-actifs.
           set fin-appart to false
           start f-appart key is = Anumprop
               invalid key set fin-appart to true
           end-start
           if not fin-appart
               read f-appart next record at end set fin-appart to true
               end-read
           end-if
           perform until fin-appart or Anumprop <> Pnumprop
                   or a-des-apparts
               if AStatut <> 'R'
                   set a-des-apparts to true
               end-if
               read f-appart next record at end set fin-appart to true
               end-read
           end-perform.

       end program pg-archive-proprio.
