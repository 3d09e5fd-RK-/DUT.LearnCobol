       program-id. pg-approbation-paie.

       file-control.
           select f-approbations assign 'approbations.dat'
           organization indexed
           access dynamic
           record key APcle
           file status fs-approbations.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-approbations.
           copy approbation.

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-approbations pic xx.
       1 fs-evenements pic xx.
       1 fonction-paie pic x value 'P'.
       1 code-operateur pic x(8).
       1 date-jour pic 9(8).
       1 periode-saisie pic 9(6).
       1 numprop-saisi pic 9999.
       1 decision pic x.
           88 decision-valide value 'A' 'R'.
       1 v-trouve pic x.
           88 approbation-trouvee value 'O' false 'N'.
       1 v-fin-approbations pic x value 'N'.
           88 fin-approbations value 'O' false 'N'.
       1 v-encore pic x.
           88 saisir-encore value 'O' 'o'.
       1 nl pic 99.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Approbation des reversements'.
       1 s-plg-periode.
           2 line 4 col 3 'Periode (AAAAMM) : '.
           2 s-periode line 4 col 22 pic 9(6) from periode-saisie
               to periode-saisie required.
       1 a-plg-sans-lot.
           2 line 6 col 3 'Aucun reversement a approuver.'.
       1 a-plg-meme-operateur.
           2 line 6 col 3 'Le lot doit etre approuve par un autre'.
           2 line 6 col 42 ' operateur que celui du reversement.'.
       1 a-plg-entete.
           2 line 6 col 3 'Prop  Montant net    Statut Reverse par'.
           2 line 6 col 44 'Decide par Date     Heure'.
       1 a-plg-ligne.
           2 a-numprop line nl col 3 pic 9999 from APnumprop.
           2 a-montant line nl col 9 pic z(8)9.99 from APMontant.
           2 a-statut line nl col 25 pic x from APStatut.
           2 a-op-paie line nl col 32 pic x(8) from APOperateurPaie.
           2 a-operateur line nl col 44 pic x(8) from APOperateur.
           2 a-date line nl col 55 pic 9(8) from APDate.
           2 a-heure line nl col 64 pic 9(8) from APHeure.
       1 a-plg-legende.
           2 line 18 col 3 'Prop 0000 = lot complet ; E attente,'.
           2 line 18 col 40 ' A approuve, R rejete'.
       1 s-plg-decision.
           2 line 20 col 3 'Proprietaire (0 = lot) : '.
           2 s-numprop line 20 col 28 pic 9999 to numprop-saisi.
           2 line 20 col 35 'A)pprouver R)ejeter : '.
           2 s-decision line 20 col 57 pic x to decision required.
       1 a-plg-inconnu.
           2 line 22 col 3 'Aucune approbation attendue.'.
       1 a-plg-decision-invalide.
           2 line 22 col 3 'Decision A ou R uniquement.'.
       1 a-plg-enregistre.
           2 line 22 col 3 'Decision enregistree.       '.
       1 s-plg-encore.
           2 line 23 col 3 'Autre decision (O/N) : '.
           2 s-encore pic x to v-encore required.

       procedure division.
      * L'approbateur doit etre habilite a la paie et ne pas etre
      * l'operateur qui a lance le reversement (controle quatre yeux).
           call 'pg-controle-acces' using fonction-paie code-operateur
               end-call
           if code-operateur = spaces
               goback
           end-if

           accept date-jour from date yyyymmdd
           move date-jour(1:6) to periode-saisie
           display a-plg-titre
           display s-plg-periode
           accept s-plg-periode

           open i-o f-approbations
           if fs-approbations = '35'
               display a-plg-sans-lot
               goback
           end-if
           if fs-approbations <> '00'
               display 'PG-APPROBATION-PAIE - ouverture'
                   ' approbations.dat impossible'
               display 'code retour fichier : ' fs-approbations
               move 1 to return-code
               stop run
           end-if

           move periode-saisie to APPeriode
           move 0 to APnumprop
           read f-approbations key is APcle
               invalid key
                   display a-plg-sans-lot
                   close f-approbations
                   goback
           end-read
           if APOperateurPaie = code-operateur
               display a-plg-meme-operateur
               close f-approbations
               goback
           end-if

           move 'O' to v-encore
           perform until not saisir-encore
               perform afficher-approbations
               move 0 to numprop-saisi
               move space to decision
               display s-plg-decision
               accept s-plg-decision
               if decision = 'a' or decision = 'r'
                   move function upper-case(decision) to decision
               end-if
               if not decision-valide
                   display a-plg-decision-invalide
               else
                   perform enregistrer-decision
               end-if
               display s-plg-encore
               accept s-encore
           end-perform

           close f-approbations
           goback.

       afficher-approbations.
           display a-plg-titre
           display s-plg-periode
           display a-plg-entete
           display a-plg-legende
           move 7 to nl
           set fin-approbations to false
           move periode-saisie to APPeriode
           move 0 to APnumprop
           start f-approbations key is >= APcle
               invalid key set fin-approbations to true
           end-start
           if not fin-approbations
               read f-approbations next record at end
                   set fin-approbations to true
               end-read
           end-if
           perform until fin-approbations
                   or APPeriode <> periode-saisie
               if nl < 18
                   display a-plg-ligne
                   compute nl = nl + 1
               end-if
               read f-approbations next record at end
                   set fin-approbations to true
               end-read
           end-perform.

       enregistrer-decision.
           move periode-saisie to APPeriode
           move numprop-saisi to APnumprop
           set approbation-trouvee to true
           read f-approbations key is APcle
               invalid key set approbation-trouvee to false
           end-read
           if not approbation-trouvee
               display a-plg-inconnu
           else
               move decision to APStatut
               move code-operateur to APOperateur
               accept APDate from date yyyymmdd
               accept APHeure from time
               rewrite approbation
               if fs-approbations <> '00'
                   display 'PG-APPROBATION-PAIE - reecriture'
                       ' approbations.dat impossible'
                   display 'code retour fichier : ' fs-approbations
                   move 1 to return-code
                   stop run
               end-if
               perform noter-evenement
               display a-plg-enregistre
           end-if.

       noter-evenement.
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           move spaces to evenement-rec
           string APDate ' ' APHeure ' PG-APPROBATION-PAIE'
               ' periode ' APPeriode ' prop ' APnumprop
               ' decision ' APStatut ' par ' APOperateur
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.

       end program pg-approbation-paie.
