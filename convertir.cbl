           alternate key Anumprop2 with duplicates
           file status fs-entree.

           select f-app-v3 assign nom-entree
           organization indexed
           access sequential
           record key Anumappart3
           alternate key Anumprop3 with duplicates
           file status fs-entree.

           select f-app-cible assign nom-sortie
           organization indexed
           access dynamic
           2 Adevise2 pic x(3).
           2 AVersion2 pic 99.

       fd f-app-v3.
       1 appartement3.
           2 Anumprop3 pic 9999.
           2 Anumappart3 pic 9999.
           2 Anbpiece3 pic 99.
           2 AEtage3 pic 99.
           2 ANbPersMax3 pic 99.
           2 AtarifHT3 pic 9999.
           2 AtarifBS3 pic 9999.
           2 Avue3 pic x(20).
           2 AVille3 pic x(20).
           2 Adevise3 pic x(3).
           2 AStatut3 pic x.
           2 AVersion3 pic 99.

       fd f-app-cible.
           copy appartement.

       1 v-fin-entree pic x value 'N'.
           88 fin-entree value 'O' false 'N'.
       1 version-proprio-courante pic 99 value 4.
       1 version-appart-courante pic 99 value 4.
       1 tot-convertis pic 9(6) value 0.

       procedure division.
               evaluate version-source
                   when 1 open input f-app-v1
                   when 2 open input f-app-v2
                   when 3 open input f-app-v3
                   when other
                       display 'PG-CONVERTIR - version source'
                           ' inconnue : ' version-source
                   stop run
               end-if
               perform until fin-entree
                   move 'A' to AStatut
                   move spaces to ANumEnregistrement
                   move 'N' to AResidencePrincipale
                   evaluate version-source
                       when 1
                           read f-app-v1 next record at end
                               move AVille2 to AVille
                               move Adevise2 to Adevise
                           end-if
                       when 3
                           read f-app-v3 next record at end
                               set fin-entree to true
                           end-read
                           if not fin-entree
                               move Anumprop3 to Anumprop
                               move Anumappart3 to Anumappart
                               move Anbpiece3 to Anbpiece
                               move AEtage3 to AEtage
                               move ANbPersMax3 to ANbPersMax
                               move AtarifHT3 to AtarifHT
                               move AtarifBS3 to AtarifBS
                               move Avue3 to Avue
                               move AVille3 to AVille
                               move Adevise3 to Adevise
                               move AStatut3 to AStatut
                           end-if
                   end-evaluate
                   if not fin-entree
                       move version-appart-courante to AVersion
                       write appartement
                       if fs-sortie <> '00'
               evaluate version-source
                   when 1 close f-app-v1
                   when 2 close f-app-v2
                   when 3 close f-app-v3
               end-evaluate
               close f-app-cible
           end-if
