       program-id. pg-commissions-portail.

       file-control.
           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-factures assign 'factures.dat'
           organization indexed
           access dynamic
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-versements assign 'portail-versements.txt'
           organization line sequential
           file status fs-versements.

           select f-impression assign 'commissions-portail.lst'
           organization line sequential
           file status fs-impression.

           select f-evenements assign 'evenements.dat'
           organization line sequential
           file status fs-evenements.

       data division.

       file section.
       fd f-resa.
           copy reservation.

       fd f-factures.
           copy facture.

      * Releve de versement du portail : une ligne par sejour paye,
      * identifie par l'appartement et la date d'arrivee.
       fd f-versements.
       1 versement-rec.
           2 PVsource pic x(8).
           2 filler pic x.
           2 PVnumappart pic 9999.
           2 filler pic x.
           2 PVarrivee pic 9(8).
           2 filler pic x.
           2 PVdepart pic 9(8).
           2 filler pic x.
           2 PVbrut pic 9(7)v99.
           2 filler pic x.
           2 PVcommission pic 9(7)v99.
           2 filler pic x.
           2 PVnet pic 9(7)v99.

       fd f-impression.
       1 ligne-impr pic x(80).

       fd f-evenements.
       1 evenement-rec pic x(160).

       working-storage section.
       1 fs-evenements pic xx.
       1 ev-date pic 9(8).
       1 ev-heure pic 9(8).
       1 fs-resa pic xx.
       1 fs-factures pic xx.
       1 fs-versements pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 periode-demandee pic 9(6).
       1 annee-periode pic 9999.
       1 mois-periode pic 99.
       1 v-factures-dispo pic x value 'N'.
           88 factures-dispo value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-fact pic x value 'N'.
           88 fin-fact value 'O' false 'N'.
       1 v-fin-versements pic x value 'N'.
           88 fin-versements value 'O' false 'N'.
       1 v-trouve pic x.
           88 resa-trouvee value 'O' false 'N'.
       1 v-saturee pic x value 'N'.
           88 table-saturee value 'O' false 'N'.
      * Sejours du mois venus d'un portail (depart dans la periode)
       1 nb-sejours pic 9(4) value 0.
       1 tbl-sejours occurs 3000 times.
           2 ts-source pic x(8).
           2 ts-numresa pic 9(6).
           2 ts-numappart pic 9999.
           2 ts-arrivee pic 9(8).
           2 ts-depart pic 9(8).
           2 ts-statut pic x.
           2 ts-taux pic 99v99.
           2 ts-brut pic 9(7)v99.
           2 ts-commission pic 9(7)v99.
           2 ts-facturee pic x.
           2 ts-rapproche pic x.
       1 sx pic 9(4).
       1 sy pic 9(4).
       1 nb-sources pic 99 value 0.
       1 tbl-sources occurs 50 times.
           2 tsrc-code pic x(8).
       1 sc pic 99.
       1 source-courante pic x(8).
       1 brut-resa pic s9(7)v99.
       1 ecart-commission pic s9(7)v99.
       1 tot-source-brut pic 9(9)v99.
       1 tot-source-commission pic 9(9)v99.
       1 tot-source-sejours pic 9(4).
       1 tot-lues pic 9(6) value 0.
       1 tot-versements-lus pic 9(6) value 0.
       1 tot-manquantes pic 9(6) value 0.
       1 tot-ecarts pic 9(6) value 0.
       1 tot-annulees-payees pic 9(6) value 0.
       1 tot-inconnues pic 9(6) value 0.
       1 tot-commission pic 9(9)v99 value 0.
       1 ligne-tampon pic x(80).
       1 montant-edit pic z(6)9.99.
       1 montant2-edit pic z(6)9.99.
       1 ecart-edit pic -(6)9.99.

       procedure division.
       declaratives.
       erreur-fichier section.
           use after standard error procedure on
               f-resa f-factures f-versements f-impression.
           accept ev-date from date yyyymmdd
           accept ev-heure from time
           open extend f-evenements
           if fs-evenements = '35'
               open output f-evenements
           end-if
           string ev-date ' ' ev-heure ' PG-COMMISSIONS-PORTAIL'
               ' fs='
               ' ' fs-resa
               ' ' fs-factures
               ' ' fs-versements
               ' ' fs-impression
               ' cle=' Rnumresa
               delimited by size into evenement-rec
           write evenement-rec
           close f-evenements.
       end declaratives.

       traitement-principal section.
      * Par defaut, releve du mois precedent.
           accept date-jour from date yyyymmdd
           move date-jour(1:4) to annee-periode
           move date-jour(5:2) to mois-periode
           if mois-periode = 1
               compute annee-periode = annee-periode - 1
               move 12 to mois-periode
           else
               compute mois-periode = mois-periode - 1
           end-if
           compute periode-demandee = annee-periode * 100
               + mois-periode

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to periode-demandee
           end-if

           open input f-resa
           if fs-resa = '35'
               display 'PG-COMMISSIONS-PORTAIL - pas de fichier'
                   ' resa.dat, rien a editer'
               stop run
           end-if
           if fs-resa <> '00'
               display 'PG-COMMISSIONS-PORTAIL - ouverture resa.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-resa
               move 1 to return-code
               stop run
           end-if

           open input f-factures
           if fs-factures = '00'
               set factures-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-COMMISSIONS-PORTAIL - ouverture'
                   ' commissions-portail.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           perform charger-sejours
           perform editer-releves
           perform rapprocher-versements

           close f-resa
           if factures-dispo
               close f-factures
           end-if
           close f-impression

           display 'PG-COMMISSIONS-PORTAIL - TOTAUX DE CONTROLE'
           display 'periode               : ' periode-demandee
           display 'reservations lues     : ' tot-lues
           display 'sejours portail       : ' nb-sejours
           display 'lignes versement lues : ' tot-versements-lus
           display 'absentes du versement : ' tot-manquantes
           display 'ecarts de commission  : ' tot-ecarts
           display 'annulees mais payees  : ' tot-annulees-payees
           display 'versements inconnus   : ' tot-inconnues
           display 'commission totale     : ' tot-commission
           if table-saturee
               move 1 to return-code
           end-if
           goback.

      * Sejours d'un portail (RSource renseigne) dont le depart
      * tombe dans la periode ; brut = net facture (factures moins
      * avoirs) en euros, commission au taux RCommPartenaire.
       charger-sejours.
           read f-resa next record at end set fin-resa to true
           end-read
           perform until fin-resa
               compute tot-lues = tot-lues + 1
               if RSource <> spaces
                   and RDateDepart(1:6) = periode-demandee
                   perform retenir-sejour
               end-if
               read f-resa next record at end set fin-resa to true
               end-read
               if fs-resa <> '00' and fs-resa <> '10'
                   display 'PG-COMMISSIONS-PORTAIL - lecture resa.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-resa
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       retenir-sejour.
           if nb-sejours >= 3000
               if not table-saturee
                   set table-saturee to true
                   display 'PG-COMMISSIONS-PORTAIL - plus de 3000'
                       ' sejours portail, releve incomplet'
               end-if
           else
               compute nb-sejours = nb-sejours + 1
               move RSource to ts-source(nb-sejours)
               move Rnumresa to ts-numresa(nb-sejours)
               move Rnumappart to ts-numappart(nb-sejours)
               move RDateArrivee to ts-arrivee(nb-sejours)
               move RDateDepart to ts-depart(nb-sejours)
               move RStatut to ts-statut(nb-sejours)
               move RCommPartenaire to ts-taux(nb-sejours)
               move 'N' to ts-rapproche(nb-sejours)
               perform calculer-brut
               move brut-resa to ts-brut(nb-sejours)
               compute ts-commission(nb-sejours) rounded =
                   ts-brut(nb-sejours) * RCommPartenaire / 100
               move 0 to sc
               perform varying sy from 1 by 1 until sy > nb-sources
                   if tsrc-code(sy) = RSource
                       move sy to sc
                   end-if
               end-perform
               if sc = 0 and nb-sources < 50
                   compute nb-sources = nb-sources + 1
                   move RSource to tsrc-code(nb-sources)
               end-if
           end-if.

       calculer-brut.
           move 0 to brut-resa
           move 'N' to ts-facturee(nb-sejours)
           if factures-dispo
               set fin-fact to false
               move Rnumresa to Fnumresa
               start f-factures key is >= Fnumresa
                   invalid key set fin-fact to true
               end-start
               if not fin-fact
                   read f-factures next record at end
                       set fin-fact to true
                   end-read
               end-if
               perform until fin-fact or Fnumresa <> Rnumresa
                   move 'O' to ts-facturee(nb-sejours)
                   if FTypeFact = 'A'
                       compute brut-resa = brut-resa - FMontantEUR
                   else
                       compute brut-resa = brut-resa + FMontantEUR
                   end-if
                   read f-factures next record at end
                       set fin-fact to true
                   end-read
               end-perform
           end-if
           if brut-resa < 0
               move 0 to brut-resa
           end-if.

       editer-releves.
           perform varying sc from 1 by 1 until sc > nb-sources
               move tsrc-code(sc) to source-courante
               move 0 to tot-source-brut
               move 0 to tot-source-commission
               move 0 to tot-source-sejours
               move '========================================'
                   to ligne-impr
               write ligne-impr
               string 'RELEVE DE COMMISSIONS ' source-courante
                   ' - PERIODE ' periode-demandee
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
               move 'Resa   Appart Arrivee  Depart   St    Brut EUR'
                   to ligne-tampon
               string ligne-tampon(1:47) '  Taux  Commission'
                   delimited by size into ligne-impr
               write ligne-impr
               perform varying sx from 1 by 1 until sx > nb-sejours
                   if ts-source(sx) = source-courante
                       perform editer-sejour
                   end-if
               end-perform
               move tot-source-brut to montant-edit
               move tot-source-commission to montant2-edit
               string 'Total ' tot-source-sejours ' sejours      '
                   '           ' montant-edit '       '
                   montant2-edit
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
               if fs-impression <> '00'
                   display 'PG-COMMISSIONS-PORTAIL - ecriture'
                       ' commissions-portail.lst impossible'
                   display 'code retour fichier : ' fs-impression
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       editer-sejour.
           compute tot-source-sejours = tot-source-sejours + 1
           compute tot-source-brut = tot-source-brut + ts-brut(sx)
           compute tot-source-commission =
               tot-source-commission + ts-commission(sx)
           compute tot-commission = tot-commission + ts-commission(sx)
           move ts-brut(sx) to montant-edit
           move ts-commission(sx) to montant2-edit
           move spaces to ligne-impr
           string ts-numresa(sx) ' ' ts-numappart(sx) '   '
               ts-arrivee(sx) ' ' ts-depart(sx) ' ' ts-statut(sx)
               ' ' montant-edit ' ' ts-taux(sx) ' ' montant2-edit
               delimited by size into ligne-impr
           if ts-facturee(sx) = 'N'
               move 'NF' to ligne-impr(77:2)
           end-if
           write ligne-impr.

      * Rapprochement avec le releve de versement du portail :
      * sejour paye inconnu, sejour paye mais annule chez nous,
      * commission retenue differente de la notre ; puis sejours
      * du releve de commissions absents du versement.
       rapprocher-versements.
           move '========================================'
               to ligne-impr
           write ligne-impr
           string 'RAPPROCHEMENT DES VERSEMENTS PORTAIL - PERIODE '
               periode-demandee
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr

           open input f-versements
           if fs-versements = '35'
               move 'Pas de fichier portail-versements.txt,'
                   to ligne-tampon
               string ligne-tampon(1:39) ' aucun rapprochement.'
                   delimited by size into ligne-impr
               write ligne-impr
           else
               if fs-versements <> '00'
                   display 'PG-COMMISSIONS-PORTAIL - ouverture'
                       ' portail-versements.txt impossible'
                   display 'code retour fichier : ' fs-versements
                   move 1 to return-code
                   stop run
               end-if
               read f-versements at end set fin-versements to true
               end-read
               perform until fin-versements
                   compute tot-versements-lus = tot-versements-lus + 1
                   perform rapprocher-un-versement
                   read f-versements at end
                       set fin-versements to true
                   end-read
               end-perform
               close f-versements

               perform varying sx from 1 by 1 until sx > nb-sejours
                   if ts-rapproche(sx) = 'N'
                       and ts-statut(sx) <> 'A'
                       and ts-brut(sx) > 0
                       compute tot-manquantes = tot-manquantes + 1
                       move ts-commission(sx) to montant-edit
                       string 'Absente du versement : resa '
                           ts-numresa(sx) ' ' ts-source(sx)
                           ' commission ' montant-edit
                           delimited by size into ligne-tampon
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                   end-if
               end-perform
           end-if

           string 'Absentes du versement : ' tot-manquantes
               '  Ecarts : ' tot-ecarts
               '  Annulees payees : ' tot-annulees-payees
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           string 'Versements inconnus   : ' tot-inconnues
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr.

       rapprocher-un-versement.
           move 0 to sy
           perform varying sx from 1 by 1 until sx > nb-sejours
               if ts-source(sx) = PVsource
                   and ts-numappart(sx) = PVnumappart
                   and ts-arrivee(sx) = PVarrivee
                   move sx to sy
               end-if
           end-perform
           if sy > 0
               move 'O' to ts-rapproche(sy)
               if ts-statut(sy) = 'A'
                   perform signaler-annulee-payee
               else
                   compute ecart-commission =
                       PVcommission - ts-commission(sy)
                   if ecart-commission > 0.01
                       or ecart-commission < -0.01
                       compute tot-ecarts = tot-ecarts + 1
                       move PVcommission to montant-edit
                       move ecart-commission to ecart-edit
                       string 'Ecart commission resa ' ts-numresa(sy)
                           ' ' PVsource ' retenue ' montant-edit
                           ' ecart ' ecart-edit
                           delimited by size into ligne-tampon
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                   end-if
               end-if
           else
               perform chercher-hors-periode
           end-if.

      * Versement d'un sejour qui n'est pas dans le releve du mois :
      * on le cherche sur l'appartement pour distinguer un sejour
      * annule d'un sejour inconnu.
       chercher-hors-periode.
           set resa-trouvee to false
           set fin-resa to false
           move PVnumappart to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           if not fin-resa
               read f-resa next record at end set fin-resa to true
               end-read
           end-if
           perform until fin-resa or Rnumappart <> PVnumappart
                   or resa-trouvee
               if RDateArrivee = PVarrivee and RSource = PVsource
                   set resa-trouvee to true
               else
                   read f-resa next record at end
                       set fin-resa to true
                   end-read
               end-if
           end-perform
           if resa-trouvee and RStatut = 'A'
               perform signaler-annulee-payee-hors
           else
               if not resa-trouvee
                   compute tot-inconnues = tot-inconnues + 1
                   move PVnet to montant-edit
                   string 'Versement inconnu : ' PVsource ' appart '
                       PVnumappart ' arrivee ' PVarrivee ' net '
                       montant-edit
                       delimited by size into ligne-tampon
                   move ligne-tampon to ligne-impr
                   write ligne-impr
               end-if
           end-if.

       signaler-annulee-payee.
           compute tot-annulees-payees = tot-annulees-payees + 1
           move PVnet to montant-edit
           string 'Payee par le portail mais annulee : resa '
               ts-numresa(sy) ' ' PVsource ' net ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr.

       signaler-annulee-payee-hors.
           compute tot-annulees-payees = tot-annulees-payees + 1
           move PVnet to montant-edit
           string 'Payee par le portail mais annulee : resa '
               Rnumresa ' ' PVsource ' net ' montant-edit
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr.

       end program pg-commissions-portail.
