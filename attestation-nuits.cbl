       program-id. pg-attestation-nuits.

       file-control.
           select f-appart assign 'appart.dat'
           organization indexed
           access sequential
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-proprio assign 'proprio.dat'
           organization indexed
           access random
           record key Pnumprop
           alternate key PCleDup with duplicates
           file status fs-proprio.

           select f-resa assign 'resa.dat'
           organization indexed
           access dynamic
           record key Rnumresa
           alternate key Rnumappart with duplicates
           alternate key RDateDepart with duplicates
           file status fs-resa.

           select f-impression assign 'attestations-nuits.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-appart.
           copy appartement.

       fd f-proprio.
           copy proprio.

       fd f-resa.
           copy reservation.

       fd f-impression.
       1 ligne-impr pic x(80).

       working-storage section.
       1 fs-appart pic xx.
       1 fs-proprio pic xx.
       1 fs-resa pic xx.
       1 fs-impression pic xx.
       1 arg-buffer pic x(30).
       1 date-jour pic 9(8).
       1 annee-demandee pic 9999.
       1 date-borne pic 9(8).
       1 debut-entier pic 9(7).
       1 fin-entier pic 9(7).
       1 arrivee-entier pic 9(7).
       1 depart-entier pic 9(7).
       1 plafond-nuits pic 9(3) value 120.
       1 v-fin-appart pic x value 'N'.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-resa pic x value 'N'.
           88 fin-resa value 'O' false 'N'.
       1 v-resa-dispo pic x value 'N'.
           88 resa-dispo value 'O' false 'N'.
       1 v-proprio-dispo pic x value 'N'.
           88 proprio-dispo value 'O' false 'N'.
       1 nuits-louees pic 9(5).
       1 nb-sejours pic 9(5).
       1 nom-proprietaire pic x(41).
       1 adresse-proprietaire pic x(30).
       1 ville-proprietaire pic x(26).
       1 libelle-residence pic x(30).
       1 tot-attestations pic 9(6) value 0.
       1 tot-depassements pic 9(6) value 0.
       1 nuits-edit pic zzzz9.
       1 sejours-edit pic zzzz9.
       1 ligne-tampon pic x(80).

      * Attestation annuelle, par logement enregistre aupres de la
      * commune (numero d'enregistrement renseigne), du nombre de
      * nuits louees dans l'annee civile : sejours realises, hors
      * annulations, options et occupations proprietaire. Pour une
      * residence principale le plafond de 120 nuits est rappele et
      * un depassement signale. Argument : annee, par defaut
      * l'annee precedente.
       procedure division.
           accept date-jour from date yyyymmdd
           compute annee-demandee = date-jour / 10000 - 1

           display 1 upon argument-number
           accept arg-buffer from argument-value
           if arg-buffer <> spaces
               move function numval(function trim(arg-buffer))
                   to annee-demandee
           end-if

           compute date-borne = annee-demandee * 10000 + 101
           compute debut-entier = function integer-of-date(date-borne)
           compute date-borne = (annee-demandee + 1) * 10000 + 101
           compute fin-entier = function integer-of-date(date-borne)

           open input f-appart
           if fs-appart = '35'
               display 'PG-ATTESTATION-NUITS - pas de appart.dat,'
                   ' rien a editer'
               stop run
           end-if
           if fs-appart <> '00'
               display 'PG-ATTESTATION-NUITS - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           open input f-proprio
           if fs-proprio = '00'
               set proprio-dispo to true
           end-if
           open input f-resa
           if fs-resa = '00'
               set resa-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-ATTESTATION-NUITS - ouverture'
                   ' attestations-nuits.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if

           read f-appart next record at end set fin-appart to true
           end-read
           perform until fin-appart
               if ANumEnregistrement <> spaces
                   perform compter-nuits
                   perform editer-attestation
               end-if
               read f-appart next record at end set fin-appart to true
               end-read
               if fs-appart <> '00' and fs-appart <> '10'
                   display 'PG-ATTESTATION-NUITS - lecture appart.dat'
                       ' impossible'
                   display 'code retour fichier : ' fs-appart
                   move 1 to return-code
                   stop run
               end-if
           end-perform

           close f-appart
           if proprio-dispo
               close f-proprio
           end-if
           if resa-dispo
               close f-resa
           end-if
           close f-impression

           display 'PG-ATTESTATION-NUITS - TOTAUX DE CONTROLE'
           display 'annee                 : ' annee-demandee
           display 'attestations editees  : ' tot-attestations
           display 'plafonds depasses     : ' tot-depassements
           stop run.

       compter-nuits.
           move 0 to nuits-louees
           move 0 to nb-sejours
           if resa-dispo
               set fin-resa to false
               move Anumappart to Rnumappart
               start f-resa key is >= Rnumappart
                   invalid key set fin-resa to true
               end-start
               if not fin-resa
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-if
               perform until fin-resa or Rnumappart <> Anumappart
                   if RStatut <> 'A' and RStatut <> 'O'
                       and RType <> 'P'
                       perform cumuler-sejour
                   end-if
                   read f-resa next record at end set fin-resa to true
                   end-read
               end-perform
           end-if.

       cumuler-sejour.
           compute arrivee-entier =
               function integer-of-date(RDateArrivee)
           compute depart-entier = function integer-of-date(RDateDepart)
           if arrivee-entier < debut-entier
               move debut-entier to arrivee-entier
           end-if
           if depart-entier > fin-entier
               move fin-entier to depart-entier
           end-if
           if depart-entier > arrivee-entier
               compute nb-sejours = nb-sejours + 1
               compute nuits-louees =
                   nuits-louees + depart-entier - arrivee-entier
           end-if.

       editer-attestation.
           compute tot-attestations = tot-attestations + 1
           move spaces to nom-proprietaire
           move spaces to adresse-proprietaire
           move spaces to ville-proprietaire
           if proprio-dispo
               move Anumprop to Pnumprop
               read f-proprio key is Pnumprop
                   invalid key continue
                   not invalid key
                       string function trim(PPrenomProp) ' '
                           function trim(PNomProp)
                           delimited by size into nom-proprietaire
                       move PAdresseProp to adresse-proprietaire
                       string PCodePostalProp ' ' PVilleProp
                           delimited by size into ville-proprietaire
               end-read
           end-if
           if AResidencePrincipale = 'O'
               move 'residence principale' to libelle-residence
           else
               move 'residence secondaire ou dediee'
                   to libelle-residence
           end-if

           move '========================================'
               to ligne-impr
           write ligne-impr
           move 'AGENCE IMMOBILIERE DU LITTORAL' to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'ATTESTATION DE NUITES LOUEES - ANNEE ' annee-demandee
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Proprietaire : ' nom-proprietaire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string '               ' adresse-proprietaire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string '               ' ville-proprietaire
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'Logement     : ' Anumappart ' - ' AVille
               ' (' libelle-residence ')'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           string 'No d''enregistrement : ' ANumEnregistrement
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           move spaces to ligne-tampon
           move nuits-louees to nuits-edit
           move nb-sejours to sejours-edit
           string 'Nuits louees du 01/01 au 31/12 : ' nuits-edit
               ' en ' sejours-edit ' sejours'
               delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if AResidencePrincipale = 'O'
               move spaces to ligne-tampon
               move plafond-nuits to nuits-edit
               string 'Plafond annuel residence principale : '
                   nuits-edit ' nuits'
                   delimited by size into ligne-tampon
               move ligne-tampon to ligne-impr
               write ligne-impr
               if nuits-louees > plafond-nuits
                   compute tot-depassements = tot-depassements + 1
                   move 'ATTENTION : PLAFOND DEPASSE' to ligne-impr
                   write ligne-impr
               end-if
           end-if
           move spaces to ligne-tampon
           string 'Fait le ' date-jour ', pour servir et valoir ce'
               ' que de droit.' delimited by size into ligne-tampon
           move ligne-tampon to ligne-impr
           write ligne-impr
           if fs-impression <> '00'
               display 'PG-ATTESTATION-NUITS - ecriture'
                   ' attestations-nuits.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if.

       end program pg-attestation-nuits.
