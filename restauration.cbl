           2 cat-nb-appart pic 9(6).
           2 filler pic x.
           2 cat-hash pic 9(10).
           2 filler pic x.
           2 cat-type pic x.

       fd f-proprio-gen.
           copy proprio
                   ==AVille== by ==AVilleG==
                   ==Adevise== by ==AdeviseG==
                   ==AStatut== by ==AStatutG==
                   ==ANumEnregistrement== by ==ANumEnregistrementG==
                   ==AResidencePrincipale==
                   by ==AResidencePrincipaleG==
                   ==AVersion== by ==AVersionG==.

       working-storage section.
           perform until fin-fichier
               read f-catalogue
                   at end set fin-fichier to true
      * Les lignes typees (R = copie avant reorganisation d'un
      * fichier indexe) ne sont pas des paires proprio/appart.
                   not at end
                       if cat-type = space
                           if nb-points < 20
                               compute nb-points = nb-points + 1
                           else
                               perform varying px from 1 by 1
                                   until px > 19
                                   move tbl-points(px + 1)
                                       to tbl-points(px)
                               end-perform
                           end-if
                           move cat-date to pt-date(nb-points)
                           move cat-nb-proprio
                               to pt-nb-proprio(nb-points)
                           move cat-nb-appart
                               to pt-nb-appart(nb-points)
                           move cat-hash to pt-hash(nb-points)
                       end-if
               end-read
           end-perform
           close f-catalogue
