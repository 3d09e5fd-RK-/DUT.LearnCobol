       program-id. pg-synthese-menage.

       file-control.
           select f-taches assign 'menage.dat'
           organization indexed
           access sequential
           record key TMcle
           file status fs-taches.

           select f-personnel assign 'personnel-menage.dat'
           organization indexed
           access sequential
           record key PNcode
           file status fs-personnel.

           select f-impression assign 'synthese-menage.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-taches.
           copy tache-menage.

       fd f-personnel.
           copy personnel-menage.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-taches pic xx.
       1 fs-personnel pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 mois-synthese pic 9(6).
       1 mois-tache pic 9(6).
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 nb-personnel pic 9(3) value 0.
       1 tbl-personnel occurs 200 times.
           2 tp-code pic 9(4).
           2 tp-nom pic x(20).
           2 tp-type pic x.
           2 tp-numfour pic 9999.
           2 tp-taches pic 9(5).
           2 tp-urgentes pic 9(5).
           2 tp-minutes pic 9(7).
           2 tp-non-declarees pic 9(5).
       1 p pic 9(3).
       1 px pic 9(3).
       1 heures pic 9(5)v99.
       1 heures-edit pic zzzz9.99.
       1 taches-edit pic zzzz9.
       1 urgentes-edit pic zzzz9.
       1 non-declarees-edit pic zzzz9.
       1 numfour-edit pic x(4).
       1 tot-taches pic 9(6) value 0.
       1 tot-minutes pic 9(8) value 0.
       1 tot-non-affectees pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Synthese mensuelle par intervenant des menages du mois
      * precedent (ou du mois AAAAMM passe en argument) : menages
      * effectues, dont recouches, et heures prevues, pour la paie des
      * salaries et le controle des factures des sous-traitants
      * (numero de fournisseur). Les menages du mois affectes mais
      * jamais declares effectues sont comptes a part.
       procedure division.
           accept date-jour from date yyyymmdd
           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to mois-synthese
           else
               compute mois-synthese = date-jour / 100
               if function mod(mois-synthese, 100) = 1
                   compute mois-synthese = mois-synthese - 89
               else
                   compute mois-synthese = mois-synthese - 1
               end-if
           end-if

           open input f-personnel
           if fs-personnel = '35'
               display 'PG-SYNTHESE-MENAGE - pas de fichier'
                   ' personnel-menage.dat, rien a synthetiser'
               stop run
           end-if
           if fs-personnel <> '00'
               display 'PG-SYNTHESE-MENAGE - ouverture'
                   ' personnel-menage.dat impossible'
               display 'code retour fichier : ' fs-personnel
               move 1 to return-code
               stop run
           end-if
           perform until fin-lecture
               read f-personnel next record
                   at end set fin-lecture to true
                   not at end
                       if nb-personnel < 200
                           compute nb-personnel = nb-personnel + 1
                           move PNcode to tp-code(nb-personnel)
                           move PNNom to tp-nom(nb-personnel)
                           move PNType to tp-type(nb-personnel)
                           move PNnumfour to tp-numfour(nb-personnel)
                           move 0 to tp-taches(nb-personnel)
                           move 0 to tp-urgentes(nb-personnel)
                           move 0 to tp-minutes(nb-personnel)
                           move 0 to tp-non-declarees(nb-personnel)
                       end-if
               end-read
           end-perform
           close f-personnel

           open input f-taches
           if fs-taches = '35'
               display 'PG-SYNTHESE-MENAGE - pas de fichier'
                   ' menage.dat, rien a synthetiser'
               stop run
           end-if
           if fs-taches <> '00'
               display 'PG-SYNTHESE-MENAGE - ouverture menage.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if
           set fin-lecture to false
           read f-taches next record at end set fin-lecture to true
           end-read
           perform until fin-lecture
               compute mois-tache = TMDate / 100
               if mois-tache = mois-synthese
                   perform cumuler-tache
               end-if
               read f-taches next record at end set fin-lecture to true
               end-read
               if fs-taches <> '00' and fs-taches <> '10'
                   display 'PG-SYNTHESE-MENAGE - lecture menage.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-taches
                   move 1 to return-code
                   stop run
               end-if
           end-perform
           close f-taches

           open output f-impression
           if fs-impression <> '00'
               display 'PG-SYNTHESE-MENAGE - ouverture'
                   ' synthese-menage.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'SYNTHESE MENSUELLE DES MENAGES - mois ' mois-synthese
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           move spaces to ligne-tampon
           string 'Code Nom                  T Four Menages Recouches'
               '   Heures Non decl.'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne

           perform varying p from 1 by 1 until p > nb-personnel
               if tp-taches(p) > 0 or tp-non-declarees(p) > 0
                   perform editer-intervenant
               end-if
           end-perform

           compute heures rounded = tot-minutes / 60
           move heures to heures-edit
           move spaces to ligne-tampon
           string 'Total menages : ' tot-taches '   Heures : '
               heures-edit '   Non affectes : ' tot-non-affectees
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne
           close f-impression

           display 'PG-SYNTHESE-MENAGE - TOTAUX DE CONTROLE'
           display 'mois traite         : ' mois-synthese
           display 'intervenants        : ' nb-personnel
           display 'menages effectues   : ' tot-taches
           display 'menages non affectes: ' tot-non-affectees
           stop run.

      * Effectue : declare fait (F) ou deja sorti du stock (S).
       cumuler-tache.
           move 0 to px
           perform varying p from 1 by 1
                   until p > nb-personnel or px > 0
               if tp-code(p) = TMnumpersonnel
                   move p to px
               end-if
           end-perform
           if px = 0
               compute tot-non-affectees = tot-non-affectees + 1
           else
               if TMStatut = 'F' or TMStatut = 'S'
                   compute tp-taches(px) = tp-taches(px) + 1
                   compute tp-minutes(px) =
                       tp-minutes(px) + TMDureePrevue
                   if TMUrgent = 'O'
                       compute tp-urgentes(px) = tp-urgentes(px) + 1
                   end-if
                   compute tot-taches = tot-taches + 1
                   compute tot-minutes = tot-minutes + TMDureePrevue
               else
                   compute tp-non-declarees(px) =
                       tp-non-declarees(px) + 1
               end-if
           end-if.

       editer-intervenant.
           compute heures rounded = tp-minutes(p) / 60
           move heures to heures-edit
           move tp-taches(p) to taches-edit
           move tp-urgentes(p) to urgentes-edit
           move tp-non-declarees(p) to non-declarees-edit
           move spaces to numfour-edit
           if tp-type(p) = 'S'
               move tp-numfour(p) to numfour-edit
           end-if
           move spaces to ligne-tampon
           string tp-code(p) ' ' tp-nom(p) ' ' tp-type(p) ' '
               numfour-edit '   ' taches-edit '     ' urgentes-edit
               ' ' heures-edit '     ' non-declarees-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           perform ecrire-ligne.

       ecrire-ligne.
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-SYNTHESE-MENAGE - ecriture'
                   ' synthese-menage.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-synthese-menage.
