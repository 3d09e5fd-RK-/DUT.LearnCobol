       program-id. pg-affectation-menage.

       file-control.
           select f-taches assign 'menage.dat'
           organization indexed
           access dynamic
           record key TMcle
           file status fs-taches.

           select f-appart assign 'appart.dat'
           organization indexed
           access random
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-personnel assign 'personnel-menage.dat'
           organization indexed
           access sequential
           record key PNcode
           file status fs-personnel.

           select f-tri assign 'affectation-tri.tmp'.

           select f-impression assign 'affectation-menage.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-taches.
           copy tache-menage.

       fd f-appart.
           copy appartement.

       fd f-personnel.
           copy personnel-menage.

       sd f-tri.
       1 tri-rec.
           2 tr-date pic 9(8).
           2 tr-ordre pic 9.
           2 tr-ville pic x(20).
           2 tr-numappart pic 9999.
           2 tr-nbpiece pic 99.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-taches pic xx.
       1 fs-appart pic xx.
       1 fs-personnel pic xx.
       1 fs-impression pic xx.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 arg-buffer pic x(30).
       1 horizon-jours pic 99 value 7.
       1 date-jour pic 9(8).
       1 date-horizon pic 9(8).
       1 jour-entier pic 9(7).
       1 jour-debut pic 9(7).
      * Duree prevue d'un menage : une heure plus une demi-heure par
      * piece.
       1 duree-base pic 9(3) value 60.
       1 duree-piece pic 9(3) value 30.
       1 v-fin pic x value 'N'.
           88 fin-lecture value 'O' false 'N'.
       1 v-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 nb-personnel pic 9(3) value 0.
       1 tbl-personnel occurs 200 times.
           2 tp-code pic 9(4).
           2 tp-nom pic x(20).
           2 tp-type pic x.
           2 tp-ville pic x(20).
           2 tp-jours pic x(7).
           2 tp-capacite pic 99.
           2 tp-jour occurs 31 times.
               3 tp-charge pic 99.
               3 tp-ville-jour pic x(20).
       1 p pic 9(3).
       1 px pic 9(3).
       1 d pic 99.
       1 jour-semaine pic 9.
       1 score pic 99.
       1 meilleur-score pic 99.
       1 libelle-urgence pic x(7).
       1 tot-deja pic 9(6) value 0.
       1 tot-affectees pic 9(6) value 0.
       1 tot-non-affectees pic 9(6) value 0.
       1 tot-urgentes-non pic 9(6) value 0.
       1 ligne-tampon pic x(80).

      * Chaque nuit, apres le plan de menage : les taches a faire des
      * 7 prochains jours (ou du nombre de jours passe en argument,
      * 30 au plus) encore sans intervenant sont reparties entre les
      * intervenants actifs qui travaillent ce jour-la, dans la limite
      * de leur capacite. Chaque jour, les recouches du jour (taches
      * urgentes) passent en premier, puis les taches sont prises
      * ville par ville : un intervenant reste de preference dans la
      * ville ou il travaille deja ce jour-la, sinon dans sa ville de
      * rattachement, les salaries avant les sous-traitants.
       procedure division.
           accept date-jour from date yyyymmdd

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to horizon-jours
           end-if
           if horizon-jours > 30
               move 30 to horizon-jours
           end-if
           compute jour-debut = function integer-of-date(date-jour)
           compute jour-entier = jour-debut + horizon-jours
           compute date-horizon = function date-of-integer(jour-entier)

           open input f-personnel
           if fs-personnel = '35'
               display 'PG-AFFECTATION-MENAGE - pas de fichier'
                   ' personnel-menage.dat, rien a affecter'
               stop run
           end-if
           if fs-personnel <> '00'
               display 'PG-AFFECTATION-MENAGE - ouverture'
                   ' personnel-menage.dat impossible'
               display 'code retour fichier : ' fs-personnel
               move 1 to return-code
               stop run
           end-if
           perform charger-personnel
           close f-personnel

           open i-o f-taches
           if fs-taches = '35'
               display 'PG-AFFECTATION-MENAGE - pas de fichier'
                   ' menage.dat, rien a affecter'
               stop run
           end-if
           if fs-taches <> '00'
               display 'PG-AFFECTATION-MENAGE - ouverture'
                   ' menage.dat impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if

           open input f-appart
           if fs-appart <> '00'
               display 'PG-AFFECTATION-MENAGE - ouverture'
                   ' appart.dat impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-AFFECTATION-MENAGE - ouverture'
                   ' affectation-menage.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-tampon
           string 'AFFECTATION DES MENAGES du ' date-jour ' au '
               date-horizon
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Date     Appart Ville                Urgence'
               ' Intervenant'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           sort f-tri
               on ascending key tr-date tr-ordre tr-ville tr-numappart
               input procedure preparer-taches
               output procedure affecter-taches

           move spaces to ligne-tampon
           string 'Taches affectees : ' tot-affectees
               '   Non affectees : ' tot-non-affectees
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           close f-taches
           close f-appart
           close f-impression

           display 'PG-AFFECTATION-MENAGE - TOTAUX DE CONTROLE'
           display 'intervenants actifs      : ' nb-personnel
           display 'taches deja affectees    : ' tot-deja
           display 'taches affectees         : ' tot-affectees
           display 'taches non affectees     : ' tot-non-affectees
           display 'dont urgentes            : ' tot-urgentes-non
           stop run.

       charger-personnel.
           set fin-lecture to false
           perform until fin-lecture
               read f-personnel next record
                   at end set fin-lecture to true
                   not at end
                       if PNStatut <> 'R' and PNCapacite > 0
                           and nb-personnel < 200
                           compute nb-personnel = nb-personnel + 1
                           move PNcode to tp-code(nb-personnel)
                           move PNNom to tp-nom(nb-personnel)
                           move PNType to tp-type(nb-personnel)
                           move PNVille to tp-ville(nb-personnel)
                           move PNJours to tp-jours(nb-personnel)
                           move PNCapacite to tp-capacite(nb-personnel)
                           perform varying d from 1 by 1 until d > 31
                               move 0 to tp-charge(nb-personnel, d)
                               move spaces
                                   to tp-ville-jour(nb-personnel, d)
                           end-perform
                       end-if
               end-read
           end-perform.

      * Taches de la periode : celles deja affectees comptent dans la
      * charge du jour de leur intervenant, les autres sont triees.
       preparer-taches.
           set fin-lecture to false
           read f-taches next record at end set fin-lecture to true
           end-read
           perform until fin-lecture
               if TMStatut = 'P' and TMDate >= date-jour
                   and TMDate <= date-horizon
                   move TMnumappart to Anumappart
                   read f-appart key is Anumappart
                       invalid key set appart-trouve to false
                       not invalid key set appart-trouve to true
                   end-read
                   if appart-trouve
                       compute d = function integer-of-date(TMDate)
                           - jour-debut + 1
                       if TMnumpersonnel > 0
                           perform compter-charge
                       else
                           move TMDate to tr-date
                           if TMUrgent = 'O'
                               move 0 to tr-ordre
                           else
                               move 1 to tr-ordre
                           end-if
                           move AVille to tr-ville
                           move TMnumappart to tr-numappart
                           move Anbpiece to tr-nbpiece
                           release tri-rec
                       end-if
                   end-if
               end-if
               read f-taches next record at end set fin-lecture to true
               end-read
               if fs-taches <> '00' and fs-taches <> '10'
                   display 'PG-AFFECTATION-MENAGE - lecture'
                       ' menage.dat impossible'
                   display 'code retour fichier : ' fs-taches
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       compter-charge.
           compute tot-deja = tot-deja + 1
           perform varying p from 1 by 1 until p > nb-personnel
               if tp-code(p) = TMnumpersonnel
                   compute tp-charge(p, d) = tp-charge(p, d) + 1
                   if tp-ville-jour(p, d) = spaces
                       move AVille to tp-ville-jour(p, d)
                   end-if
               end-if
           end-perform.

       affecter-taches.
           set fin-lecture to false
           return f-tri at end set fin-lecture to true
           end-return
           perform until fin-lecture
               compute d = function integer-of-date(tr-date)
                   - jour-debut + 1
               compute jour-semaine = function mod(
                   function integer-of-date(tr-date) - 1, 7) + 1
               perform choisir-intervenant
               if tr-ordre = 0
                   move 'URGENT' to libelle-urgence
               else
                   move spaces to libelle-urgence
               end-if
               move spaces to ligne-tampon
               if px = 0
                   compute tot-non-affectees = tot-non-affectees + 1
                   if tr-ordre = 0
                       compute tot-urgentes-non = tot-urgentes-non + 1
                       perform signaler-urgence
                   end-if
                   string tr-date ' ' tr-numappart '   ' tr-ville ' '
                       libelle-urgence ' NON AFFECTEE'
                       delimited by size into ligne-tampon
               else
                   perform enregistrer-affectation
                   string tr-date ' ' tr-numappart '   ' tr-ville ' '
                       libelle-urgence ' ' tp-code(px) ' ' tp-nom(px)
                       delimited by size into ligne-tampon
               end-if
               move ligne-tampon to ligne-impr
               write ligne-impr
               if fs-impression <> '00'
                   display 'PG-AFFECTATION-MENAGE - ecriture'
                       ' affectation-menage.lst impossible'
                   display 'code retour fichier : ' fs-impression
                   move 1 to return-code
                   stop run
               end-if
               return f-tri at end set fin-lecture to true
               end-return
           end-perform.

      * Preference : deja dans cette ville ce jour (4), libre et
      * rattache a cette ville (3), libre (2), occupe ailleurs (1) ;
      * a egalite le salarie, puis le moins charge.
       choisir-intervenant.
           move 0 to px
           move 0 to meilleur-score
           perform varying p from 1 by 1 until p > nb-personnel
               if tp-jours(p)(jour-semaine:1) = 'O'
                   and tp-charge(p, d) < tp-capacite(p)
                   evaluate true
                       when tp-ville-jour(p, d) = tr-ville
                           move 8 to score
                       when tp-ville-jour(p, d) = spaces
                           and tp-ville(p) = tr-ville
                           move 6 to score
                       when tp-ville-jour(p, d) = spaces
                           move 4 to score
                       when other
                           move 2 to score
                   end-evaluate
                   if tp-type(p) <> 'S'
                       compute score = score + 1
                   end-if
                   if score > meilleur-score
                       move p to px
                       move score to meilleur-score
                   else
                       if score = meilleur-score
                           and tp-charge(p, d) < tp-charge(px, d)
                           move p to px
                       end-if
                   end-if
               end-if
           end-perform.

       enregistrer-affectation.
           compute tp-charge(px, d) = tp-charge(px, d) + 1
           if tp-ville-jour(px, d) = spaces
               move tr-ville to tp-ville-jour(px, d)
           end-if
           move tr-numappart to TMnumappart
           move tr-date to TMDate
           read f-taches key is TMcle
               invalid key continue
           end-read
           if fs-taches = '00'
               move tp-code(px) to TMnumpersonnel
               compute TMDureePrevue =
                   duree-base + duree-piece * tr-nbpiece
               rewrite tache-menage
           end-if
           if fs-taches <> '00'
               display 'PG-AFFECTATION-MENAGE - ecriture'
                   ' menage.dat impossible'
               display 'code retour fichier : ' fs-taches
               move 1 to return-code
               stop run
           end-if
           compute tot-affectees = tot-affectees + 1.

      * Une recouche sans intervenant va au rapport du matin.
       signaler-urgence.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           if fs-evenements = '00'
               move spaces to evenement-rec
               string ev-date ' ' ev-heure ' PG-AFFECTATION-MENAGE'
                   ' appart=' tr-numappart
                   ' date=' tr-date
                   ' RECOUCHE SANS INTERVENANT'
                   delimited by size into evenement-rec
               write evenement-rec
               close f-evenements
           end-if.

       end program pg-affectation-menage.
