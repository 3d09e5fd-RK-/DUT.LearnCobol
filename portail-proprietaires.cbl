       program-id. pg-portail-proprietaires.

       file-control.
           select f-proprio assign 'proprio.dat'
           organization indexed
           access sequential
           record key Pnumprop
           file status fs-proprio.

           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

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

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

           select f-couts assign 'couts-ot.dat'
           organization indexed
           access sequential
           record key COcle
           file status fs-couts.

           select f-ot assign 'ot.dat'
           organization indexed
           access random
           record key OTnumot
           alternate key OTnumappart with duplicates
           file status fs-ot.

           select f-charges assign 'charges-rec.dat'
           organization indexed
           access dynamic
           record key CRcle
           file status fs-charges.

           select f-reversements assign 'reversements.dat'
           organization record sequential
           file status fs-reversements.

           select f-honoraires assign 'honoraires.dat'
           organization indexed
           access random
           record key HOnumfact
           alternate key HOnumprop with duplicates
           file status fs-honoraires.

           select f-csv assign nom-csv
           organization line sequential
           file status fs-csv.

       data division.

       file section.
       fd f-proprio.
           copy proprio.

       fd f-appart.
           copy appartement.

       fd f-resa.
           copy reservation.

       fd f-factures.
           copy facture.

       fd f-paiements.
           copy paiement.

       fd f-couts.
           copy cout-ot.

       fd f-ot.
           copy ordre-travail.

       fd f-charges.
           copy charge-recurrente.

       fd f-reversements.
           copy reversement.

       fd f-honoraires.
           copy honoraire.

       fd f-csv.
       1 csv-rec pic x(160).

       working-storage section.
       1 fs-proprio pic xx.
       1 fs-appart pic xx.
       1 fs-resa pic xx.
       1 fs-factures pic xx.
       1 fs-paiements pic xx.
       1 fs-couts pic xx.
       1 fs-ot pic xx.
       1 fs-charges pic xx.
       1 fs-reversements pic xx.
       1 fs-honoraires pic xx.
       1 fs-csv pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 mois-paquet pic 9(6).
       1 mois-suivant pic 9(6).
       1 debut-mois pic 9(8).
       1 debut-mois-suivant pic 9(8).
       1 nom-racine pic x(31) value 'portail-proprietaires'.
       1 nom-dossier pic x(31).
       1 nom-csv pic x(60).
       1 nom-fichier pic x(20).
       1 ligne-csv pic x(160).
       1 v-fin-proprio pic x value 'N'.
           88 fin-proprio value 'O' false 'N'.
       1 v-fin-appart pic x.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-resa pic x.
           88 fin-resa value 'O' false 'N'.
       1 v-fin-factures pic x.
           88 fin-factures value 'O' false 'N'.
       1 v-fin-paiements pic x value 'N'.
           88 fin-paiements value 'O' false 'N'.
       1 v-fin-couts pic x value 'N'.
           88 fin-couts value 'O' false 'N'.
       1 v-fin-charges pic x.
           88 fin-charges value 'O' false 'N'.
       1 v-fin-reversements pic x value 'N'.
           88 fin-reversements value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-factures-dispo pic x value 'N'.
           88 factures-dispo value 'O' false 'N'.
       1 v-charges-dispo pic x value 'N'.
           88 charges-dispo value 'O' false 'N'.
       1 v-honoraires-dispo pic x value 'N'.
           88 honoraires-dispo value 'O' false 'N'.
       1 v-appart-trouve pic x.
           88 appart-trouve value 'O' false 'N'.
       1 v-honoraire-lu pic x.
           88 honoraire-lu value 'O' false 'N'.
       1 montant-csv pic 9(9).99.
       1 total-csv pic -(9)9.99.
       1 ptr-csv pic 999.
       1 taux-csv pic 99.99.
       1 nuits-mois pic 9(3).
       1 date-debut pic 9(8).
       1 date-fin pic 9(8).
       1 nb-fichiers-paquet pic 9 value 0.
       1 i pic 9(5).
       1 tab-manifeste.
           2 man-poste occurs 6.
               3 man-fichier pic x(20).
               3 man-nombre pic 9(6).
               3 man-total pic s9(9)v99.
       1 nb-paiements pic 9(5) value 0.
       1 tab-paiements.
           2 tpa-poste occurs 20000.
               3 tpa-numprop pic 9999.
               3 tpa-numfact pic 9(6).
               3 tpa-numresa pic 9(6).
               3 tpa-date pic 9(8).
               3 tpa-montant pic 9(7)v99.
               3 tpa-mode pic x.
               3 tpa-date-rembourse pic 9(8).
       1 nb-travaux pic 9(4) value 0.
       1 tab-travaux.
           2 ttr-poste occurs 5000.
               3 ttr-numprop pic 9999.
               3 ttr-numappart pic 9999.
               3 ttr-numot pic 9(6).
               3 ttr-ligne pic 99.
               3 ttr-type pic x.
               3 ttr-libelle pic x(30).
               3 ttr-montant pic 9(7)v99.
               3 ttr-date pic 9(8).
       1 tab-reversements.
           2 trv-poste occurs 9999.
               3 trv-periode pic 9(6) value 0.
               3 trv-brut pic 9(9)v99.
               3 trv-commission pic 9(9)v99.
               3 trv-retenue pic 9(9)v99.
               3 trv-reserve pic 9(9)v99.
               3 trv-net pic 9(9)v99.
               3 trv-honoraire pic 9(6).
               3 trv-statut pic x.
       1 tot-proprietaires pic 9(6) value 0.
       1 tot-reservations pic 9(6) value 0.
       1 tot-factures pic 9(6) value 0.
       1 tot-paiements pic 9(6) value 0.
       1 tot-travaux pic 9(6) value 0.
       1 tot-charges pic 9(6) value 0.
       1 tot-reversements pic 9(6) value 0.
       1 tot-ignores pic 9(6) value 0.
      * Proprietaire a la date des travaux (appartement cede)
       1 date-travaux pic 9(8).
       1 lendemain-travaux pic 9(8).
       1 prop-travaux pic 9999.
       1 repartition-sejour.
           2 rs-nb-parts pic 9.
           2 rs-part occurs 5 times.
               3 rs-part-prop pic 9999.
               3 rs-part-nuits pic 9(3).

      * Paquet mensuel de chaque proprietaire pour l'extranet : un
      * dossier portail-proprietaires/NNNN par proprietaire, avec les
      * fichiers CSV du mois (separateur ;, montants en euros avec
      * point decimal, dates AAAAMMJJ) et un manifeste qui donne pour
      * chaque fichier le nombre d'enregistrements (hors en-tete) et
      * le total, pour que le portail controle la reception.
      * Le mois est passe en argument (AAAAMM) ; par defaut le mois
      * precedent, celui que le reversement du debut de mois vient de
      * regler. Le reversement retenu est celui de la periode suivant
      * le mois (reversement du premier du mois), a defaut celui de la
      * periode du mois lui-meme (reversement en fin de mois).
       procedure division.
           accept date-jour from date yyyymmdd
           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to mois-paquet
           else
               compute mois-paquet = date-jour / 100
               if function mod(mois-paquet, 100) = 1
                   compute mois-paquet = mois-paquet - 89
               else
                   compute mois-paquet = mois-paquet - 1
               end-if
           end-if
           if function mod(mois-paquet, 100) = 12
               compute mois-suivant = mois-paquet + 89
           else
               compute mois-suivant = mois-paquet + 1
           end-if
           compute debut-mois = mois-paquet * 100 + 1
           compute debut-mois-suivant = mois-suivant * 100 + 1

           open input f-proprio
           if fs-proprio <> '00'
               display 'PG-PORTAIL-PROPRIETAIRES - ouverture'
                   ' proprio.dat impossible'
               display 'code retour fichier : ' fs-proprio
               move 1 to return-code
               stop run
           end-if
           open input f-appart
           if fs-appart <> '00'
               display 'PG-PORTAIL-PROPRIETAIRES - ouverture'
                   ' appart.dat impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if
           open input f-factures
           if fs-factures = '00'
               set factures-dispo to true
           end-if
           open input f-charges
           if fs-charges = '00'
               set charges-dispo to true
           end-if
           open input f-honoraires
           if fs-honoraires = '00'
               set honoraires-dispo to true
           end-if

           perform charger-paiements
           perform charger-travaux
           perform charger-reversements

           call 'CBL_CREATE_DIR' using nom-racine end-call

           read f-proprio next record at end set fin-proprio to true
           end-read
           perform until fin-proprio
               compute tot-proprietaires = tot-proprietaires + 1
               perform exporter-proprietaire
               read f-proprio next record at end
                   set fin-proprio to true
               end-read
               if fs-proprio <> '00' and fs-proprio <> '10'
                   display 'PG-PORTAIL-PROPRIETAIRES - lecture'
                       ' proprio.dat impossible'
                   display 'code retour fichier : ' fs-proprio
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-proprio
           close f-appart
           if resa-dispo
               close f-resa
           end-if
           if factures-dispo
               close f-factures
           end-if
           if charges-dispo
               close f-charges
           end-if
           if honoraires-dispo
               close f-honoraires
           end-if

           display 'PG-PORTAIL-PROPRIETAIRES - TOTAUX DE CONTROLE'
           display 'mois exporte         : ' mois-paquet
           display 'proprietaires lus    : ' tot-proprietaires
           display 'reservations         : ' tot-reservations
           display 'factures             : ' tot-factures
           display 'paiements            : ' tot-paiements
           display 'couts recharges      : ' tot-travaux
           display 'charges recurrentes  : ' tot-charges
           display 'reversements         : ' tot-reversements
           if tot-ignores > 0
               display 'lignes non chargees  : ' tot-ignores
           end-if
           stop run.

      * Paiements du mois, gardes en table : paiements.dat est
      * sequentiel et serait sinon relu pour chaque proprietaire.
       charger-paiements.
           open input f-paiements
           if fs-paiements <> '00' and fs-paiements <> '35'
               display 'PG-PORTAIL-PROPRIETAIRES - ouverture'
                   ' paiements.dat impossible'
               display 'code retour fichier : ' fs-paiements
               move 1 to return-code
               stop run
           end-if
           if fs-paiements = '35'
               set fin-paiements to true
           end-if
           perform until fin-paiements
               read f-paiements
                   at end set fin-paiements to true
                   not at end
                       if PaiDate >= debut-mois
                           and PaiDate < debut-mois-suivant
                           if nb-paiements < 20000
                               compute nb-paiements = nb-paiements + 1
                               move PaiNumProp
                                   to tpa-numprop(nb-paiements)
                               move PaiNumFact
                                   to tpa-numfact(nb-paiements)
                               move PaiNumResa
                                   to tpa-numresa(nb-paiements)
                               move PaiDate to tpa-date(nb-paiements)
                               move PaiMontant
                                   to tpa-montant(nb-paiements)
                               move PaiMode to tpa-mode(nb-paiements)
                               move PaiDateRembourse
                                   to tpa-date-rembourse(nb-paiements)
                           else
                               compute tot-ignores = tot-ignores + 1
                           end-if
                       end-if
               end-read
           end-perform
           if fs-paiements <> '35'
               close f-paiements
           end-if.

      * Couts de travaux recharges au proprietaire dans le mois ; le
      * proprietaire est retrouve par l'ordre de travaux et
      * l'appartement.
       charger-travaux.
           open input f-couts
           if fs-couts = '35'
               set fin-couts to true
           end-if
           if fs-couts <> '00' and fs-couts <> '35'
               display 'PG-PORTAIL-PROPRIETAIRES - ouverture'
                   ' couts-ot.dat impossible'
               display 'code retour fichier : ' fs-couts
               move 1 to return-code
               stop run
           end-if
           if not fin-couts
               open input f-ot
               if fs-ot <> '00'
                   close f-couts
                   set fin-couts to true
                   move '35' to fs-couts
               end-if
           end-if
           perform until fin-couts
               read f-couts next record
                   at end set fin-couts to true
                   not at end
                       if CORecharge = 'O'
                           and CODateRecharge >= debut-mois
                           and CODateRecharge < debut-mois-suivant
                           perform charger-cout
                       end-if
               end-read
           end-perform
           if fs-couts <> '35'
               close f-ot
               close f-couts
           end-if.

       charger-cout.
           set appart-trouve to false
           move COnumot to OTnumot
           read f-ot key is OTnumot
               invalid key continue
               not invalid key
                   move OTnumappart to Anumappart
                   read f-appart key is Anumappart
                       invalid key continue
                       not invalid key set appart-trouve to true
                   end-read
           end-read
           if not appart-trouve or nb-travaux >= 5000
               compute tot-ignores = tot-ignores + 1
           else
               perform ajouter-cout
           end-if.

       ajouter-cout.
           perform proprio-des-travaux
           compute nb-travaux = nb-travaux + 1
           move prop-travaux to ttr-numprop(nb-travaux)
           move Anumappart to ttr-numappart(nb-travaux)
           move COnumot to ttr-numot(nb-travaux)
           move COligne to ttr-ligne(nb-travaux)
           move COtype to ttr-type(nb-travaux)
           move COlibelle to ttr-libelle(nb-travaux)
           move COmontant to ttr-montant(nb-travaux)
           move CODateRecharge to ttr-date(nb-travaux).

      * Meme regle que pg-recharge-ot : proprietaire a la cloture de
      * l'OT, a defaut a son ouverture.
       proprio-des-travaux.
           move Anumprop to prop-travaux
           if OTDateCloture > 0
               move OTDateCloture to date-travaux
           else
               move OTDateOuverture to date-travaux
           end-if
           if date-travaux > 0
               compute lendemain-travaux = function date-of-integer(
                   function integer-of-date(date-travaux) + 1)
               call 'pg-proprio-sejour' using Anumappart date-travaux
                   lendemain-travaux Anumprop repartition-sejour
                   end-call
               move rs-part-prop(1) to prop-travaux
           end-if.

      * Reversement de chaque proprietaire : periode suivant le mois
      * de preference, sinon periode du mois ; en cas de relance d'un
      * reversement, le dernier enregistrement de la periode l'emporte.
       charger-reversements.
           open input f-reversements
           if fs-reversements = '35'
               set fin-reversements to true
           end-if
           if fs-reversements <> '00' and fs-reversements <> '35'
               display 'PG-PORTAIL-PROPRIETAIRES - ouverture'
                   ' reversements.dat impossible'
               display 'code retour fichier : ' fs-reversements
               move 1 to return-code
               stop run
           end-if
           perform until fin-reversements
               read f-reversements
                   at end set fin-reversements to true
                   not at end
                       if RVNumProp > 0
                           and (RVPeriode = mois-suivant
                               or (RVPeriode = mois-paquet
                                   and trv-periode(RVNumProp)
                                       <> mois-suivant))
                           move RVPeriode to trv-periode(RVNumProp)
                           move RVBrut to trv-brut(RVNumProp)
                           move RVCommission
                               to trv-commission(RVNumProp)
                           move RVRetenue to trv-retenue(RVNumProp)
                           move RVReserve to trv-reserve(RVNumProp)
                           move RVNet to trv-net(RVNumProp)
                           move RVNumHonoraire
                               to trv-honoraire(RVNumProp)
                           move RVStatutVirement
                               to trv-statut(RVNumProp)
                       end-if
               end-read
           end-perform
           if fs-reversements <> '35'
               close f-reversements
           end-if.

       exporter-proprietaire.
           move spaces to nom-dossier
           string function trim(nom-racine) '/' Pnumprop
               delimited by size into nom-dossier
           call 'CBL_CREATE_DIR' using nom-dossier end-call
           move 0 to nb-fichiers-paquet
           perform exporter-reservations
           perform exporter-factures
           perform exporter-paiements
           perform exporter-travaux
           perform exporter-charges
           perform exporter-reversement
           perform ecrire-manifeste.

      * Ouverture d'un fichier du paquet (nom-fichier) et nouveau
      * poste du manifeste.
       ouvrir-csv.
           move spaces to nom-csv
           string function trim(nom-dossier) '/'
               function trim(nom-fichier) '-' mois-paquet '.csv'
               delimited by size into nom-csv
           open output f-csv
           if fs-csv <> '00'
               display 'PG-PORTAIL-PROPRIETAIRES - ouverture '
                   nom-csv ' impossible'
               display 'code retour fichier : ' fs-csv
               move 1 to return-code
               stop run
           end-if
           compute nb-fichiers-paquet = nb-fichiers-paquet + 1
           move nom-fichier to man-fichier(nb-fichiers-paquet)
           move 0 to man-nombre(nb-fichiers-paquet)
           move 0 to man-total(nb-fichiers-paquet).

       ecrire-csv.
           move ligne-csv to csv-rec
           write csv-rec
           if fs-csv <> '00'
               display 'PG-PORTAIL-PROPRIETAIRES - ecriture '
                   nom-csv ' impossible'
               display 'code retour fichier : ' fs-csv
               move 1 to return-code
               stop run
           end-if.

       compter-ligne.
           perform ecrire-csv
           compute man-nombre(nb-fichiers-paquet) =
               man-nombre(nb-fichiers-paquet) + 1.

      * Reservations dont le sejour touche le mois, sur tous les
      * appartements du proprietaire ; le total est le nombre de
      * nuits du mois (hors reservations annulees).
       exporter-reservations.
           move 'reservations' to nom-fichier
           perform ouvrir-csv
           move spaces to ligne-csv
           string 'resa;appart;arrivee;depart;nuits-mois;pers;type;'
               'statut;source' delimited by size into ligne-csv
           perform ecrire-csv
           set fin-appart to false
           move Pnumprop to Anumprop
           start f-appart key is >= Anumprop
               invalid key set fin-appart to true
           end-start
           perform until fin-appart
               read f-appart next record
                   at end set fin-appart to true
               end-read
               if not fin-appart
                   if Anumprop <> Pnumprop
                       set fin-appart to true
                   else
                       if resa-dispo
                           perform exporter-resa-appart
                       end-if
                   end-if
               end-if
           end-perform
           close f-csv.

       exporter-resa-appart.
           set fin-resa to false
           move Anumappart to Rnumappart
           start f-resa key is >= Rnumappart
               invalid key set fin-resa to true
           end-start
           perform until fin-resa
               read f-resa next record
                   at end set fin-resa to true
               end-read
               if not fin-resa
                   if Rnumappart <> Anumappart
                       set fin-resa to true
                   else
                       if RDateArrivee < debut-mois-suivant
                           and RDateDepart > debut-mois
                           perform ecrire-reservation
                       end-if
                   end-if
               end-if
           end-perform.

       ecrire-reservation.
           move RDateArrivee to date-debut
           if date-debut < debut-mois
               move debut-mois to date-debut
           end-if
           move RDateDepart to date-fin
           if date-fin > debut-mois-suivant
               move debut-mois-suivant to date-fin
           end-if
           move 0 to nuits-mois
           if RStatut <> 'A'
               compute nuits-mois =
                   function integer-of-date(date-fin)
                   - function integer-of-date(date-debut)
           end-if
           move spaces to ligne-csv
           string Rnumresa ';' Rnumappart ';' RDateArrivee ';'
               RDateDepart ';' nuits-mois ';' RNbPers ';' RType ';'
               RStatut ';' function trim(RSource)
               delimited by size into ligne-csv
           perform compter-ligne
           compute man-total(nb-fichiers-paquet) =
               man-total(nb-fichiers-paquet) + nuits-mois
           compute tot-reservations = tot-reservations + 1.

      * Factures et avoirs emis dans le mois ; total TTC en euros,
      * avoirs en deduction.
       exporter-factures.
           move 'factures' to nom-fichier
           perform ouvrir-csv
           move spaces to ligne-csv
           string 'facture;type;origine;resa;appart;date;nuits;'
               'montant-ht;tva;montant-ttc;taxe-sejour;devise;'
               'montant-eur' delimited by size into ligne-csv
           perform ecrire-csv
           if factures-dispo
               set fin-factures to false
               move Pnumprop to Fnumprop
               start f-factures key is >= Fnumprop
                   invalid key set fin-factures to true
               end-start
               perform until fin-factures
                   read f-factures next record
                       at end set fin-factures to true
                   end-read
                   if not fin-factures
                       if Fnumprop <> Pnumprop
                           set fin-factures to true
                       else
                           if FDateFacture >= debut-mois
                               and FDateFacture < debut-mois-suivant
                               perform ecrire-facture
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           close f-csv.

       ecrire-facture.
           move spaces to ligne-csv
           move 1 to ptr-csv
           string Fnumfact ';' FTypeFact ';' FNumFactOrigine ';'
               Fnumresa ';' Fnumappart ';' FDateFacture ';' FNbNuits
               ';' delimited by size into ligne-csv
               with pointer ptr-csv
           move FMontantHT to montant-csv
           string montant-csv ';' delimited by size into ligne-csv
               with pointer ptr-csv
           move FMontantTVA to montant-csv
           string montant-csv ';' delimited by size into ligne-csv
               with pointer ptr-csv
           move FMontantTTC to montant-csv
           string montant-csv ';' delimited by size into ligne-csv
               with pointer ptr-csv
           move FTaxeSejour to montant-csv
           string montant-csv ';' FDevise ';'
               delimited by size into ligne-csv with pointer ptr-csv
           move FMontantEUR to montant-csv
           string montant-csv delimited by size into ligne-csv
               with pointer ptr-csv
           perform compter-ligne
           if FTypeFact = 'A'
               compute man-total(nb-fichiers-paquet) =
                   man-total(nb-fichiers-paquet) - FMontantEUR
           else
               compute man-total(nb-fichiers-paquet) =
                   man-total(nb-fichiers-paquet) + FMontantEUR
           end-if
           compute tot-factures = tot-factures + 1.

       exporter-paiements.
           move 'paiements' to nom-fichier
           perform ouvrir-csv
           move 'facture;resa;date;montant;mode;rembourse-le'
               to ligne-csv
           perform ecrire-csv
           perform varying i from 1 by 1 until i > nb-paiements
               if tpa-numprop(i) = Pnumprop
                   move tpa-montant(i) to montant-csv
                   move spaces to ligne-csv
                   string tpa-numfact(i) ';' tpa-numresa(i) ';'
                       tpa-date(i) ';' montant-csv ';' tpa-mode(i)
                       ';' tpa-date-rembourse(i)
                       delimited by size into ligne-csv
                   perform compter-ligne
                   compute man-total(nb-fichiers-paquet) =
                       man-total(nb-fichiers-paquet) + tpa-montant(i)
                   compute tot-paiements = tot-paiements + 1
               end-if
           end-perform
           close f-csv.

       exporter-travaux.
           move 'travaux' to nom-fichier
           perform ouvrir-csv
           move 'ot;ligne;appart;type;libelle;montant;recharge-le'
               to ligne-csv
           perform ecrire-csv
           perform varying i from 1 by 1 until i > nb-travaux
               if ttr-numprop(i) = Pnumprop
                   move ttr-montant(i) to montant-csv
                   move spaces to ligne-csv
                   string ttr-numot(i) ';' ttr-ligne(i) ';'
                       ttr-numappart(i) ';' ttr-type(i) ';'
                       function trim(ttr-libelle(i)) ';' montant-csv
                       ';' ttr-date(i)
                       delimited by size into ligne-csv
                   perform compter-ligne
                   compute man-total(nb-fichiers-paquet) =
                       man-total(nb-fichiers-paquet) + ttr-montant(i)
                   compute tot-travaux = tot-travaux + 1
               end-if
           end-perform
           close f-csv.

      * Charges contractuelles imputees au proprietaire pour le mois
      * (derniere periode appliquee egale au mois).
       exporter-charges.
           move 'charges' to nom-fichier
           perform ouvrir-csv
           move 'rang;libelle;frequence;montant;periode' to ligne-csv
           perform ecrire-csv
           if charges-dispo
               set fin-charges to false
               move Pnumprop to CRnumprop
               move 0 to CRrang
               start f-charges key is >= CRcle
                   invalid key set fin-charges to true
               end-start
               perform until fin-charges
                   read f-charges next record
                       at end set fin-charges to true
                   end-read
                   if not fin-charges
                       if CRnumprop <> Pnumprop
                           set fin-charges to true
                       else
                           if CRDernierePeriode = mois-paquet
                               perform ecrire-charge
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           close f-csv.

       ecrire-charge.
           move CRMontant to montant-csv
           move spaces to ligne-csv
           string CRrang ';' function trim(CRlibelle) ';'
               CRFrequence ';' montant-csv ';' CRDernierePeriode
               delimited by size into ligne-csv
           perform compter-ligne
           compute man-total(nb-fichiers-paquet) =
               man-total(nb-fichiers-paquet) + CRMontant
           compute tot-charges = tot-charges + 1.

      * Reversement detaille : brut encaisse, commission de gestion
      * (TTC, avec la note d'honoraires et son detail HT/TVA),
      * retenue a la source, dotation au fonds de reserve et net
      * verse. Le total du manifeste est le net.
       exporter-reversement.
           move 'reversement' to nom-fichier
           perform ouvrir-csv
           move 'periode;ligne;libelle;reference;taux;montant'
               to ligne-csv
           perform ecrire-csv
           if trv-periode(Pnumprop) <> 0
               set honoraire-lu to false
               if trv-honoraire(Pnumprop) > 0 and honoraires-dispo
                   move trv-honoraire(Pnumprop) to HOnumfact
                   read f-honoraires key is HOnumfact
                       invalid key continue
                       not invalid key set honoraire-lu to true
                   end-read
               end-if
               move 0 to taux-csv
               move trv-brut(Pnumprop) to montant-csv
               move spaces to ligne-csv
               string trv-periode(Pnumprop) ';BRUT;Loyers encaisses;;'
                   taux-csv ';' montant-csv
                   delimited by size into ligne-csv
               perform compter-ligne
               if honoraire-lu
                   move HOTauxCommission to taux-csv
               end-if
               move trv-commission(Pnumprop) to montant-csv
               move spaces to ligne-csv
               string trv-periode(Pnumprop)
                   ';COMMISSION;Honoraires de gestion TTC;'
                   trv-honoraire(Pnumprop) ';' taux-csv ';'
                   montant-csv
                   delimited by size into ligne-csv
               perform compter-ligne
               if honoraire-lu
                   move HOMontantHT to montant-csv
                   move spaces to ligne-csv
                   string trv-periode(Pnumprop)
                       ';COMMISSION-HT;Honoraires de gestion HT;'
                       HOnumfact ';' taux-csv ';' montant-csv
                       delimited by size into ligne-csv
                   perform compter-ligne
                   move HOTauxTVA to taux-csv
                   move HOMontantTVA to montant-csv
                   move spaces to ligne-csv
                   string trv-periode(Pnumprop)
                       ';COMMISSION-TVA;TVA sur honoraires;'
                       HOnumfact ';' taux-csv ';' montant-csv
                       delimited by size into ligne-csv
                   perform compter-ligne
               end-if
               move 0 to taux-csv
               move trv-retenue(Pnumprop) to montant-csv
               move spaces to ligne-csv
               string trv-periode(Pnumprop)
                   ';RETENUE;Retenue a la source;;'
                   taux-csv ';' montant-csv
                   delimited by size into ligne-csv
               perform compter-ligne
               move trv-reserve(Pnumprop) to montant-csv
               move spaces to ligne-csv
               string trv-periode(Pnumprop)
                   ';RESERVE;Dotation fonds de reserve;;'
                   taux-csv ';' montant-csv
                   delimited by size into ligne-csv
               perform compter-ligne
               move trv-net(Pnumprop) to montant-csv
               move spaces to ligne-csv
               string trv-periode(Pnumprop) ';NET;Net a verser;'
                   trv-statut(Pnumprop) ';' taux-csv ';' montant-csv
                   delimited by size into ligne-csv
               perform compter-ligne
               move trv-net(Pnumprop) to man-total(nb-fichiers-paquet)
               compute tot-reversements = tot-reversements + 1
           end-if
           close f-csv.

      * Manifeste du paquet, ecrit en dernier : sa presence signale au
      * portail que le paquet est complet.
       ecrire-manifeste.
           move 'manifeste' to nom-fichier
           move spaces to nom-csv
           string function trim(nom-dossier) '/'
               function trim(nom-fichier) '-' mois-paquet '.csv'
               delimited by size into nom-csv
           open output f-csv
           if fs-csv <> '00'
               display 'PG-PORTAIL-PROPRIETAIRES - ouverture '
                   nom-csv ' impossible'
               display 'code retour fichier : ' fs-csv
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-csv
           string 'proprietaire;periode;genere-le;fichier;'
               'enregistrements;total' delimited by size into ligne-csv
           perform ecrire-csv
           perform varying i from 1 by 1 until i > nb-fichiers-paquet
               move man-total(i) to total-csv
               move spaces to ligne-csv
               string Pnumprop ';' mois-paquet ';' date-jour ';'
                   function trim(man-fichier(i)) '-' mois-paquet
                   '.csv;' man-nombre(i) ';' function trim(total-csv)
                   delimited by size into ligne-csv
               perform ecrire-csv
           end-perform
           close f-csv.

       end program pg-portail-proprietaires.
