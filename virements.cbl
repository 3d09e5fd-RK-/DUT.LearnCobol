           organization line sequential
           file status fs-sepa.

           select f-livre assign 'grand-livre.dat'
           organization indexed
           access random
           record key GLnumprop
           file status fs-livre.

           select f-approbations assign 'approbations.dat'
           organization indexed
           access random
           record key APcle
           file status fs-approbations.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.
       fd f-sepa.
       1 sepa-rec pic x(120).

       fd f-livre.
           copy grand-livre.

       fd f-approbations.
           copy approbation.

       fd f-evenements.
       1 evenement-rec pic x(160).

       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 periode-demandee pic 9(6).
       1 periode-precedente pic 9(6) value 0.
       1 periode-controlee pic 9(6).
       1 v-fin-reversements pic x value 'N'.
           88 fin-reversements value 'O' false 'N'.
       1 v-banque-trouvee pic x.
       1 tot-sans-iban pic 9(6) value 0.
       1 montant-sepa pic 9(9).99.
       1 ligne-sepa pic x(120).
       1 fs-approbations pic xx.
       1 v-lot-approuve pic x value 'N'.
           88 lot-approuve value 'O' false 'N'.
       1 v-lot-precedent pic x value 'N'.
           88 lot-precedent-approuve value 'O' false 'N'.
       1 v-lot-controle pic x value 'N'.
           88 lot-controle-approuve value 'O' false 'N'.
       1 v-marquage pic x value 'N'.
           88 marquage value 'O' false 'N'.
       1 v-periode-retenue pic x value 'N'.
           88 periode-retenue value 'O' false 'N'.
       1 v-virement-retenu pic x.
           88 virement-retenu value 'O' false 'N'.
       1 tot-non-approuves pic 9(6) value 0.
       1 tot-deja-emis pic 9(6) value 0.
       1 tot-marques pic 9(6) value 0.
       1 fs-livre pic xx.
       1 v-livre-dispo pic x value 'N'.
           88 livre-dispo value 'O' false 'N'.
       1 tot-representes pic 9(6) value 0.
       1 tot-a-revoir pic 9(6) value 0.
       1 sens-reverse pic s9 value +1.

       procedure division.
       declaratives.
           accept date-jour from date yyyymmdd
           move date-jour(1:6) to periode-demandee

      * Argument 1 : periode AAAAMM. Sans argument, la periode du
      * mois et la precedente : lancee chaque nuit, l'etape emet un
      * lot des que le second operateur l'a approuve, meme apres le
      * changement de mois. Un virement emis est marque (statut V) et
      * n'est plus repris ; un reversement approuve apres le lot part
      * au passage suivant, seul.
      * Argument 2 MARQUER, avec la periode : les reversements
      * approuves de la periode sont marques emis sans fichier de
      * virements, pour une periode deja payee avant le marquage.
           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to periode-demandee
               move spaces to arg-buffer
               display 2 upon argument-number
               accept arg-buffer from argument-value
               if arg-buffer = 'MARQUER'
                   set marquage to true
               end-if
           else if periode-demandee(5:2) = '01'
               compute periode-precedente = periode-demandee - 89
           else
               compute periode-precedente = periode-demandee - 1
           end-if
           end-if

      * Controle quatre yeux : le lot de reversements de la periode
      * doit avoir ete approuve par un second operateur, sinon aucun
      * fichier n'est produit et l'evenement est journalise.
           open input f-approbations
           move periode-demandee to periode-controlee
           perform controler-lot
           if lot-controle-approuve
               set lot-approuve to true
           end-if
           if periode-precedente > 0
               move periode-precedente to periode-controlee
               perform controler-lot
               if lot-controle-approuve
                   set lot-precedent-approuve to true
               end-if
           end-if
           if not lot-approuve and not lot-precedent-approuve
               if fs-approbations = '00'
                   close f-approbations
               end-if
               stop run
           end-if

           open i-o f-reversements
           if fs-reversements = '35'
               display 'PG-VIREMENTS - pas de reversements.dat,'
                   ' rien a virer'
               stop run
           end-if

           open i-o f-livre
           if fs-livre = '00'
               set livre-dispo to true
           end-if

           if not marquage
               perform ouvrir-fichiers-virement
           end-if

           read f-reversements at end set fin-reversements to true
           end-read
           end-if

           perform until fin-reversements
               set virement-retenu to false
               perform retenir-periode
               if RVStatutVirement = 'R'
                   if not marquage
                       perform representer-virement
                   end-if
               else if RVStatutVirement = 'V'
                   or RVStatutVirement = 'P'
                   if periode-retenue
                       compute tot-lus = tot-lus + 1
                       compute tot-deja-emis = tot-deja-emis + 1
                   end-if
               else
                   if periode-retenue
                       compute tot-lus = tot-lus + 1
                       perform controler-approbation
                   end-if
               end-if
               end-if
               if periode-retenue and virement-retenu and marquage
                   perform marquer-emis
                   set virement-retenu to false
               end-if
               if periode-retenue and virement-retenu
                   set banque-trouvee to false
                   move RVNumProp to Bnumprop
                   read f-banque key is Bnumprop
                       stop run
                   end-if

                   if banque-trouvee and BStatut = 'R'
                       perform retenir-virement
                   end-if
                   if banque-trouvee and BStatut <> 'R'
                       move BCodeBanque to vi-code-banque
                       move BCodeGuichet to vi-code-guichet
                       move BNumCompte to vi-num-compte
                       end-if
                       compute tot-virements = tot-virements + 1
                       compute tot-montant = tot-montant + RVNet
                       perform marquer-emis
                       if BIban = spaces
                           compute tot-sans-iban = tot-sans-iban + 1
                           display 'PG-VIREMENTS - proprietaire '
                               stop run
                           end-if
                       end-if
                   end-if
                   if not banque-trouvee
                       compute tot-sans-rib = tot-sans-rib + 1
                       display 'PG-VIREMENTS - proprietaire '
                           RVNumProp ' sans coordonnees bancaires,'

           close f-reversements
           close f-banque
           if not marquage
               close f-virements
               close f-sepa
           end-if
           close f-approbations
           if livre-dispo
               close f-livre
           end-if

           display 'PG-VIREMENTS - TOTAUX DE CONTROLE'
           display 'periode             : ' periode-demandee
           if periode-precedente > 0
               display 'periode precedente  : ' periode-precedente
           end-if
           display 'reversements lus    : ' tot-lus
           display 'deja emis           : ' tot-deja-emis
           if marquage
               display 'marques emis        : ' tot-marques
           end-if
           display 'virements emis      : ' tot-virements
           display 'sans IBAN (hors SEPA): ' tot-sans-iban
           display 'sans RIB            : ' tot-sans-rib
           display 'montant total       : ' tot-montant
           display 'non approuves       : ' tot-non-approuves
           display 'retours representes : ' tot-representes
           display 'coordonnees a revoir: ' tot-a-revoir
           goback.

       ouvrir-fichiers-virement.
           open output f-virements
           if fs-virements <> '00'
               display 'PG-VIREMENTS - ouverture virements.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-virements
               move 1 to return-code
               stop run
           end-if

           open output f-sepa
           if fs-sepa <> '00'
               display 'PG-VIREMENTS - ouverture sepa-virements.txt'
                   ' impossible'
               display 'code retour fichier : ' fs-sepa
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-sepa
           string 'SEPA;SCT;' date-jour ';EUR'
               delimited by size into ligne-sepa
           move ligne-sepa to sepa-rec
           write sepa-rec.

       marquer-emis.
           move 'V' to RVStatutVirement
           rewrite reversement
           if fs-reversements <> '00'
               display 'PG-VIREMENTS - reecriture reversements.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-reversements
               move 1 to return-code
               stop run
           end-if
           if marquage
               compute tot-marques = tot-marques + 1
           end-if.

      * Lot de la periode controlee : sans enregistrement d'approbation
      * pour la periode precedente (pas de reversement ce mois-la), rien
      * n'est signale.
       controler-lot.
           set lot-controle-approuve to false
           if fs-approbations = '00'
               move periode-controlee to APPeriode
               move 0 to APnumprop
               read f-approbations key is APcle
                   invalid key
                       if periode-controlee = periode-demandee
                           perform signaler-lot-non-approuve
                       end-if
                   not invalid key
                       if APStatut = 'A'
                           set lot-controle-approuve to true
                       else
                           perform signaler-lot-non-approuve
                       end-if
               end-read
           else if periode-controlee = periode-demandee
               perform signaler-lot-non-approuve
           end-if
           end-if.

       signaler-lot-non-approuve.
           display 'PG-VIREMENTS - lot de reversements '
               periode-controlee ' non approuve, virements'
               ' non emis'
           perform noter-lot-non-approuve.

       retenir-periode.
           set periode-retenue to false
           if RVPeriode = periode-demandee and lot-approuve
               set periode-retenue to true
           end-if
           if periode-precedente > 0 and RVPeriode = periode-precedente
               and lot-precedent-approuve
               set periode-retenue to true
           end-if.

      * Un reversement au-dela du seuil a sa propre approbation ;
      * tant qu'elle n'est pas donnee, il reste hors du fichier.
       controler-approbation.
           set virement-retenu to true
           move RVPeriode to APPeriode
           move RVNumProp to APnumprop
           read f-approbations key is APcle
               invalid key continue
               not invalid key
                   if APStatut <> 'A'
                       set virement-retenu to false
                       compute tot-non-approuves =
                           tot-non-approuves + 1
                       display 'PG-VIREMENTS - proprietaire '
                           RVNumProp ' en attente d''approbation,'
                           ' virement non emis'
                   end-if
           end-read.

      * Virement retourne par la banque (pg-retours-virements) :
      * represente des que pg-saisie-rib a corrige les coordonnees,
      * et de nouveau porte en reverse au grand livre.
       representer-virement.
           set banque-trouvee to false
           move RVNumProp to Bnumprop
           read f-banque key is Bnumprop
               invalid key continue
               not invalid key set banque-trouvee to true
           end-read
           if not banque-trouvee or BStatut = 'R' or BIban = spaces
               compute tot-a-revoir = tot-a-revoir + 1
               display 'PG-VIREMENTS - proprietaire ' RVNumProp
                   ' virement retourne ' RVPeriode
                   ', coordonnees a revoir'
           else
               move BCodeBanque to vi-code-banque
               move BCodeGuichet to vi-code-guichet
               move BNumCompte to vi-num-compte
               move BCleRib to vi-cle-rib
               move RVNet to vi-montant
               move spaces to vi-libelle
               string 'PROP ' RVNumProp ' REPRES. ' RVPeriode
                   delimited by size into vi-libelle
               write virement-rec
               move RVNet to montant-sepa
               move spaces to ligne-sepa
               string 'VIR;' BIban ';' BBic ';'
                   montant-sepa ';PROP ' RVNumProp
                   ' PERIODE ' RVPeriode ' REPRESENTE'
                   delimited by size into ligne-sepa
               move ligne-sepa to sepa-rec
               write sepa-rec
               if fs-sepa <> '00'
                   display 'PG-VIREMENTS - ecriture'
                       ' sepa-virements.txt impossible'
                   display 'code retour fichier : ' fs-sepa
                   move 1 to return-code
                   stop run
               end-if
               move 'P' to RVStatutVirement
               rewrite reversement
               perform ajuster-reverse
               compute tot-representes = tot-representes + 1
               compute tot-virements = tot-virements + 1
               compute tot-montant = tot-montant + RVNet
           end-if.

      * Coordonnees signalees fausses par un retour precedent : le
      * virement du mois n'est pas emis et attend la correction,
      * comme un virement retourne.
       retenir-virement.
           compute tot-a-revoir = tot-a-revoir + 1
           display 'PG-VIREMENTS - proprietaire ' RVNumProp
               ' coordonnees a revoir, virement mis en attente'
           move 'R' to RVStatutVirement
           rewrite reversement
           move -1 to sens-reverse
           perform ajuster-reverse
           move +1 to sens-reverse.

       ajuster-reverse.
           if livre-dispo
               move RVNumProp to GLnumprop
               read f-livre key is GLnumprop
                   invalid key continue
                   not invalid key
                       if sens-reverse < 0 and GLReverse < RVNet
                           move 0 to GLReverse
                       else
                           compute GLReverse =
                               GLReverse + RVNet * sens-reverse
                       end-if
                       rewrite grand-livre
               end-read
               if fs-livre <> '00' and fs-livre <> '23'
                   display 'PG-VIREMENTS - mise a jour'
                       ' grand-livre.dat impossible'
                   display 'code retour fichier : ' fs-livre
                   move 1 to return-code
                   stop run
               end-if
           end-if.

       noter-lot-non-approuve.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           move spaces to evenement-rec
           string ev-date ' ' ev-heure ' PG-VIREMENTS'
               ' lot ' periode-controlee ' non approuve,'
               ' virements non emis'
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.

       end program pg-virements.
