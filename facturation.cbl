           record key Lnumloc
           file status fs-locataire.

           select f-lignes-extras assign 'lignes-extras.dat'
           organization indexed
           access dynamic
           record key LXcle
           alternate key LXcode with duplicates
           file status fs-lignes-extras.

           select f-utilisations assign 'utilisations-promo.dat'
           organization indexed
           access random
           record key UPcle
           alternate key UPcode with duplicates
           file status fs-utilisations.

           select f-releves assign 'releves-compteurs.dat'
           organization indexed
           access dynamic
           record key RCcle
           file status fs-releves.

           select f-impression assign 'factures.lst'
           organization line sequential
           file status fs-impression.
       fd f-locataire.
           copy locataire.

       fd f-lignes-extras.
           copy ligne-extra.

       fd f-utilisations.
           copy utilisation-promo.

       fd f-releves.
           copy releve-compteur.

       fd f-impression.
       1 ligne-impr pic x(80).

       1 date-nuit pic 9(8).
       1 saison-nuit pic x.
       1 montant-sejour pic 9(7)v99.
      * Loyer mensuel d'un long sejour, au prorata des nuits de chaque
      * mois ; avant la date de revision, loyer precedent.
       1 loyer-cumule pic 9(9)v9(6).
       1 loyer-applique pic 9(7)v99.
       1 jour-loyer pic 9(7).
       1 fin-loyer pic 9(7).
       1 date-loyer pic 9(8).
       1 mois-loyer pic 9(8).
       1 mois-suivant pic 9(8).
       1 jours-mois pic 99.
       1 nuits-min-regle pic 99.
       1 commission-partenaire pic 9(7)v99.
       1 fs-lignes pic xx.
       1 poste-numprop pic 9999.
       1 poste-eur pic 9(7)v99.
       1 poste-commission pic 9(7)v99.
       1 poste-arrivee pic 9(8).
       1 poste-depart pic 9(8).
      * Proprietaires successifs sur les nuits facturees
      * (pg-proprio-sejour)
       1 repartition-sejour.
           2 rs-nb-parts pic 9.
           2 rs-part occurs 5 times.
               3 rs-part-prop pic 9999.
               3 rs-part-nuits pic 9(3).
       1 rs-total-nuits pic 9(5).
       1 rx pic 9.
       1 reste-eur pic 9(7)v99.
       1 reste-comm pic 9(7)v99.
       1 prop-gl pic 9999.
       1 taux-taxe pic 9(3)v99.
       1 taux-devise pic 9(3)v9(6).
       1 etat-periode pic x.
       1 fs-lignes-extras pic xx.
       1 v-extras-dispo pic x value 'N'.
           88 extras-dispo value 'O' false 'N'.
       1 v-fin-extras pic x value 'N'.
           88 fin-extras value 'O' false 'N'.
       1 extras-ht pic 9(7)v99.
       1 extras-tva pic 9(7)v99.
       1 numfact-extras pic 9(6).
       1 fs-utilisations pic xx.
       1 v-promo-dispo pic x value 'N'.
           88 promo-dispo value 'O' false 'N'.
       1 v-remise-trouvee pic x value 'N'.
           88 remise-trouvee value 'O' false 'N'.
       1 remise-promo pic 9(7)v99.
       1 fs-releves pic xx.
       1 v-releves-dispo pic x value 'N'.
           88 releves-dispo value 'O' false 'N'.
       1 v-fin-releves pic x value 'N'.
           88 fin-releves value 'O' false 'N'.
       1 v-base-trouvee pic x.
           88 base-trouvee value 'O' false 'N'.
       1 v-fin-trouvee pic x.
           88 fin-trouvee value 'O' false 'N'.
       1 compteur-courant pic x.
       1 index-base pic 9(8).
       1 date-base pic 9(8).
       1 index-fin pic 9(8).
       1 date-fin pic 9(8).
       1 consommation pic 9(8).
       1 conso-edit pic z(7)9.
       1 prix-energie pic 9(3)v9(4).
       1 categorie-energie pic x(10).
       1 taux-energie pic 99v99.
       1 tot-consommations pic 9(4) value 0.
       1 tot-conso-sans-prix pic 9(4) value 0.

       procedure division.
       declaratives.
               set copro-dispo to true
           end-if

           open i-o f-lignes-extras
           if fs-lignes-extras = '35'
               open output f-lignes-extras
               close f-lignes-extras
               open i-o f-lignes-extras
           end-if
           if fs-lignes-extras = '00'
               set extras-dispo to true
           end-if

           open i-o f-releves
           if fs-releves = '00'
               set releves-dispo to true
           end-if

           open i-o f-utilisations
           if fs-utilisations = '00'
               set promo-dispo to true
           end-if

           open input f-locataire
           if fs-locataire = '00'
               set locataire-dispo to true
                           AVille AtarifHT AtarifBS RDateArrivee
                           RDateDepart RNbPers montant-sejour
                           nuits-min-regle end-call
                       perform deduire-remise

                       move Rnumappart to poste-numappart
                       move Anumprop to poste-numprop
                       move RDateArrivee to poste-arrivee
                       move RDateDepart to poste-depart
                       perform proprio-du-sejour

                       move prochain-numfact to Fnumfact
                       move Rnumresa to Fnumresa
                       move Rnumappart to Fnumappart
                       move poste-numprop to Fnumprop
                       move date-jour to FDateFacture
                       compute FNbNuits = borne-entier
                           - function integer-of-date(RDateArrivee) + 1
                       move taux-location to FTauxTVA
                       compute FMontantTVA rounded =
                           FMontantHT * FTauxTVA / 100
                       perform cumuler-extras
                       compute FMontantHT = FMontantHT + extras-ht
                       compute FMontantTVA = FMontantTVA + extras-tva
                       call 'pg-taux-taxe' using AVille RDateArrivee
                           taux-taxe end-call
                       compute FTaxeSejour rounded =
                       move 0 to FNiveauRelance
                       move 0 to FDateRelance
                       move 0 to FNumDossier
                       move 0 to FDateRembourse
                       move space to FStatutEfact
                       move 0 to FDateEfact
                       call 'pg-taux-euro' using FDevise date-jour
                           taux-devise end-call
                       if taux-devise = 0
                           move 1 to return-code
                           stop run
                       end-if
                       move Fnumfact to numfact-extras
                       perform marquer-extras
                       perform marquer-remise
                       compute prochain-seq = prochain-seq + 1
                       compute prochain-numfact =
                           prefixe-exercice + prochain-seq
                           delimited by size into ligne-tampon
                       move ligne-tampon to ligne-impr
                       write ligne-impr
                       if extras-ht > 0
                           move extras-ht to montant-edit
                           move spaces to ligne-tampon
                           string 'dont extras HT : ' montant-edit
                               ' ' FDevise delimited by size
                               into ligne-tampon
                           move ligne-tampon to ligne-impr
                           write ligne-impr
                           move spaces to ligne-tampon
                       end-if
                       if remise-promo > 0
                           move remise-promo to montant-edit
                           move spaces to ligne-tampon
                           string 'remise ' UPcode ' deduite : '
                               montant-edit ' ' FDevise
                               delimited by size into ligne-tampon
                           move ligne-tampon to ligne-impr
                           write ligne-impr
                           move spaces to ligne-tampon
                       end-if
                       move FMontantTVA to montant-edit
                       move FTauxTVA to taux-edit
                       string 'TVA ' taux-edit ' % : ' montant-edit
           if locataire-dispo
               close f-locataire
           end-if
           if extras-dispo
               close f-lignes-extras
           end-if
           if promo-dispo
               close f-utilisations
           end-if
           if releves-dispo
               close f-releves
           end-if
           close f-impression

           perform noter-compteur
           display 'non facturables        : ' tot-hors-statut
           display 'dossiers factures      : ' tot-dossiers-factures
           display 'tranches longs sejours : ' tot-longs-sejours
           display 'consommations facturees: ' tot-consommations
           display 'compteurs sans prix    : ' tot-conso-sans-prix
           stop run.

      * Le compteur est persiste apres chaque facture emise : un
               end-if
           end-if

           if not copro-presente and rs-nb-parts > 1
               perform repartir-nuits
           else if not copro-presente
               move 1 to INnblignes
               move poste-numprop to INprop(1)
               move poste-eur to INDeltaFacture(1)
                       INDeltaReverse(INnblignes) + reste-comm
               end-if
           end-if
           end-if

           perform varying lp from 1 by 1 until lp > INnblignes
               set livre-trouve to false
               end-if
           end-perform.

      * Appartement cede en cours de sejour (mutations.dat) : la
      * facture est au nom du proprietaire de la premiere nuit.
       proprio-du-sejour.
           call 'pg-proprio-sejour' using poste-numappart
               poste-arrivee poste-depart poste-numprop
               repartition-sejour end-call
           move rs-part-prop(1) to poste-numprop.

      * ... et le grand livre de chacun est credite au prorata de
      * ses nuits, commission partenaire comprise.
       repartir-nuits.
           move 0 to rs-total-nuits
           perform varying rx from 1 by 1 until rx > rs-nb-parts
               compute rs-total-nuits =
                   rs-total-nuits + rs-part-nuits(rx)
           end-perform
           move poste-eur to reste-eur
           move poste-commission to reste-comm
           perform varying rx from 1 by 1 until rx > rs-nb-parts
               compute INnblignes = INnblignes + 1
               move rs-part-prop(rx) to INprop(INnblignes)
               if rx = rs-nb-parts or rs-total-nuits = 0
                   move reste-eur to part-gl
                   move reste-comm to comm-gl
               else
                   compute part-gl rounded =
                       poste-eur * rs-part-nuits(rx) / rs-total-nuits
                   compute comm-gl rounded = poste-commission
                       * rs-part-nuits(rx) / rs-total-nuits
                   if part-gl > reste-eur
                       move reste-eur to part-gl
                   end-if
                   if comm-gl > reste-comm
                       move reste-comm to comm-gl
                   end-if
               end-if
               compute reste-eur = reste-eur - part-gl
               compute reste-comm = reste-comm - comm-gl
               move part-gl to INDeltaFacture(INnblignes)
               move 0 to INDeltaRecu(INnblignes)
               move comm-gl to INDeltaReverse(INnblignes)
           end-perform.

       ecrire-intention.
           open output f-intention
           if fs-intention <> '00'
               if not appart-trouve
                   compute tot-sans-appart = tot-sans-appart + 1
               else
                   if RLoyerMensuel > 0
                       perform calculer-loyer-tranche
                   else
                       call 'pg-calcul-sejour' using Rnumappart
                           AVille AtarifHT AtarifBS RFactureJusqua
                           borne-facturation RNbPers montant-sejour
                           nuits-min-regle end-call
                   end-if
                   perform deduire-remise

                   move Rnumappart to poste-numappart
                   move Anumprop to poste-numprop
                   move RFactureJusqua to poste-arrivee
                   move borne-facturation to poste-depart
                   perform proprio-du-sejour

                   move prochain-numfact to Fnumfact
                   move Rnumresa to Fnumresa
                   move Rnumappart to Fnumappart
                   move poste-numprop to Fnumprop
                   move date-jour to FDateFacture
                   compute FNbNuits =
                       function integer-of-date(borne-facturation)
                   move taux-location to FTauxTVA
                   compute FMontantTVA rounded =
                       FMontantHT * FTauxTVA / 100
                   perform refacturer-consommations
                   perform cumuler-extras
                   compute FMontantHT = FMontantHT + extras-ht
                   compute FMontantTVA = FMontantTVA + extras-tva
                   call 'pg-taux-taxe' using AVille RFactureJusqua
                       taux-taxe end-call
                   compute FTaxeSejour rounded =
                   move 0 to FNiveauRelance
                   move 0 to FDateRelance
                   move 0 to FNumDossier
                   move 0 to FDateRembourse
                   move space to FStatutEfact
                   move 0 to FDateEfact
                   call 'pg-taux-euro' using FDevise date-jour
                       taux-devise end-call
                   if taux-devise = 0
                       move 1 to return-code
                       stop run
                   end-if
                   move Fnumfact to numfact-extras
                   perform marquer-extras
                   perform marquer-remise
                   compute prochain-seq = prochain-seq + 1
                   compute prochain-numfact =
                       prefixe-exercice + prochain-seq
               end-if
           end-if.

      * Electricite, eau et gaz du long sejour : pour chaque compteur,
      * consommation entre le dernier index deja refacture (a defaut
      * l'index d'entree) et le dernier releve de la tranche, au prix
      * de la ville (pg-prix-energie). La ligne est posee dans
      * lignes-extras.dat et suit le chemin des extras de la facture.
       refacturer-consommations.
           if releves-dispo and extras-dispo
               move 'E' to compteur-courant
               perform refacturer-compteur
               move 'O' to compteur-courant
               perform refacturer-compteur
               move 'G' to compteur-courant
               perform refacturer-compteur
           end-if.

       refacturer-compteur.
           set base-trouvee to false
           set fin-trouvee to false
           set fin-releves to false
           move Rnumresa to RCnumresa
           move compteur-courant to RCCompteur
           move 0 to RCDate
           start f-releves key is >= RCcle
               invalid key set fin-releves to true
           end-start
           if not fin-releves
               read f-releves next record at end set fin-releves to true
               end-read
           end-if
           perform until fin-releves
                   or RCnumresa <> Rnumresa
                   or RCCompteur <> compteur-courant
                   or RCDate > borne-facturation
               if RCFacture = 'O' or not base-trouvee
                   set base-trouvee to true
                   move RCIndex to index-base
                   move RCDate to date-base
               else
                   set fin-trouvee to true
                   move RCIndex to index-fin
                   move RCDate to date-fin
               end-if
               read f-releves next record at end set fin-releves to true
               end-read
           end-perform

           if fin-trouvee
               call 'pg-prix-energie' using AVille compteur-courant
                   date-fin prix-energie categorie-energie end-call
               if prix-energie = 0
                   compute tot-conso-sans-prix = tot-conso-sans-prix + 1
               else
                   if index-fin > index-base
                       compute consommation = index-fin - index-base
                       perform ecrire-ligne-consommation
                   end-if
                   perform marquer-releves
               end-if
           end-if.

       ecrire-ligne-consommation.
           move consommation to conso-edit
           move spaces to LXlibelle
           evaluate compteur-courant
               when 'E'
                   string 'Electricite ' function trim(conso-edit)
                       ' kWh' delimited by size into LXlibelle
               when 'O'
                   string 'Eau ' function trim(conso-edit) ' m3'
                       delimited by size into LXlibelle
               when other
                   string 'Gaz ' function trim(conso-edit) ' m3'
                       delimited by size into LXlibelle
           end-evaluate
           move 'R' to LXorigine
           move Rnumresa to LXnumero
           move spaces to LXcode
           string 'C' compteur-courant RFactureJusqua(3:4)
               delimited by size into LXcode
           move 'C' to LXUnite
           move 1 to LXQuantite
           move date-base to LXDateDebut
           move date-fin to LXDateFin
           compute LXMontantHT rounded = consommation * prix-energie
           move LXMontantHT to LXPrixHT
           call 'pg-taux-tva' using categorie-energie date-jour
               taux-energie end-call
           move taux-energie to LXTauxTVA
           compute LXMontantTVA rounded =
               LXMontantHT * LXTauxTVA / 100
           move 0 to LXnumfact
           write ligne-extra
           if fs-lignes-extras <> '00' and fs-lignes-extras <> '22'
               display 'PG-FACTURATION - ecriture'
                   ' lignes-extras.dat impossible'
               display 'code retour fichier : ' fs-lignes-extras
               move 1 to return-code
               stop run
           end-if
           compute tot-consommations = tot-consommations + 1.

      * Les releves jusqu'au dernier index refacture sont marques :
      * le suivant repartira de cet index.
       marquer-releves.
           set fin-releves to false
           move Rnumresa to RCnumresa
           move compteur-courant to RCCompteur
           move 0 to RCDate
           start f-releves key is >= RCcle
               invalid key set fin-releves to true
           end-start
           if not fin-releves
               read f-releves next record at end set fin-releves to true
               end-read
           end-if
           perform until fin-releves
                   or RCnumresa <> Rnumresa
                   or RCCompteur <> compteur-courant
                   or RCDate > date-fin
               if RCFacture <> 'O'
                   move 'O' to RCFacture
                   rewrite releve-compteur
                   if fs-releves <> '00'
                       display 'PG-FACTURATION - reecriture'
                           ' releves-compteurs.dat impossible'
                       display 'code retour fichier : ' fs-releves
                       move 1 to return-code
                       stop run
                   end-if
               end-if
               read f-releves next record at end set fin-releves to true
               end-read
           end-perform.

       noter-dossier.
           set dossier-note to false
           perform varying dx from 1 by 1
                   AVille AtarifHT AtarifBS RDateArrivee
                   RDateDepart RNbPers montant-sejour
                   nuits-min-regle end-call
               perform deduire-remise
               call 'pg-taux-tva' using categorie-tva
                   date-jour taux-location end-call
               compute membre-tva rounded =
                   montant-sejour * taux-location / 100
               perform cumuler-extras
               compute montant-sejour = montant-sejour + extras-ht
               compute membre-tva = membre-tva + extras-tva
               call 'pg-taux-taxe' using AVille RDateArrivee
                   taux-taxe end-call
               compute membre-taxe rounded =
               compute total-nuits = total-nuits + borne-entier
                   - function integer-of-date(RDateArrivee) + 1

               move Anumappart to poste-numappart
               move Anumprop to poste-numprop
               move RDateArrivee to poste-arrivee
               move RDateDepart to poste-depart
               perform proprio-du-sejour

               move dossier-courant to DLnumdossier
               move Rnumresa to DLnumresa
               move poste-numprop to DLnumprop
               move membre-eur to DLMontantEUR
               write dossier-ligne
               if fs-lignes = '22'
                   compute commission-partenaire rounded =
                       membre-eur * RCommPartenaire / 100
               end-if
               move membre-eur to poste-eur
               move commission-partenaire to poste-commission
               move 0 to intent-numfact
                   stop run
               end-if
               perform clore-intention
               move prochain-numfact to numfact-extras
               perform marquer-extras
               perform marquer-remise
           end-if.

       ecrire-facture-dossier.
           move 0 to FNiveauRelance
           move 0 to FDateRelance
           move dossier-courant to FNumDossier
           move 0 to FDateRembourse
           move space to FStatutEfact
           move 0 to FDateEfact
           write facture
           if fs-factures <> '00'
               display 'PG-FACTURATION - ecriture factures.dat'
           move ligne-tampon to ligne-impr
           write ligne-impr.

      * Extras de la reservation pas encore factures : ils sont
      * ajoutes au HT et a la TVA de la prochaine facture du sejour
      * (la premiere tranche pour un long sejour), puis marques du
      * numero de cette facture, qui les reprend en lignes.
       cumuler-extras.
           move 0 to extras-ht
           move 0 to extras-tva
           if extras-dispo
               set fin-extras to false
               move 'R' to LXorigine
               move Rnumresa to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-extras to true
               end-start
               perform until fin-extras
                   read f-lignes-extras next record
                       at end set fin-extras to true
                   end-read
                   if not fin-extras
                       if LXorigine <> 'R' or LXnumero <> Rnumresa
                           set fin-extras to true
                       else if LXnumfact = 0
                           compute extras-ht = extras-ht + LXMontantHT
                           compute extras-tva =
                               extras-tva + LXMontantTVA
                       end-if
                       end-if
                   end-if
               end-perform
           end-if.

       marquer-extras.
           if extras-dispo and extras-ht + extras-tva > 0
               set fin-extras to false
               move 'R' to LXorigine
               move Rnumresa to LXnumero
               move low-values to LXcode
               start f-lignes-extras key is >= LXcle
                   invalid key set fin-extras to true
               end-start
               perform until fin-extras
                   read f-lignes-extras next record
                       at end set fin-extras to true
                   end-read
                   if not fin-extras
                       if LXorigine <> 'R' or LXnumero <> Rnumresa
                           set fin-extras to true
                       else if LXnumfact = 0
                           move numfact-extras to LXnumfact
                           rewrite ligne-extra
                           if fs-lignes-extras <> '00'
                               display 'PG-FACTURATION - reecriture'
                                   ' lignes-extras.dat impossible'
                               display 'code retour fichier : '
                                   fs-lignes-extras
                               move 1 to return-code
                               stop run
                           end-if
                       end-if
                       end-if
                   end-if
               end-perform
           end-if.

      * Loyer mensuel fixe d'un long sejour, au prorata des jours de
      * chaque mois de la tranche : RLoyerPrecedent pour les jours
      * avant la revision (RDateRevision), RLoyerMensuel ensuite.
       calculer-loyer-tranche.
           move 0 to loyer-cumule
           compute jour-loyer = function integer-of-date(RFactureJusqua)
           compute fin-loyer =
               function integer-of-date(borne-facturation)
           perform until jour-loyer >= fin-loyer
               compute date-loyer = function date-of-integer(jour-loyer)
               move date-loyer to mois-loyer
               move '01' to mois-loyer(7:2)
               if date-loyer(5:2) = '12'
                   compute mois-suivant = mois-loyer + 10000 - 1100
               else
                   compute mois-suivant = mois-loyer + 100
               end-if
               compute jours-mois =
                   function integer-of-date(mois-suivant)
                   - function integer-of-date(mois-loyer)
               if date-loyer < RDateRevision
                   move RLoyerPrecedent to loyer-applique
               else
                   move RLoyerMensuel to loyer-applique
               end-if
               compute loyer-cumule =
                   loyer-cumule + loyer-applique / jours-mois
               compute jour-loyer = jour-loyer + 1
           end-perform
           compute montant-sejour rounded = loyer-cumule.

      * Remise d'un code promotion accorde a la reservation : elle
      * est deduite du prix du sejour sur la premiere facture (la
      * premiere tranche d'un long sejour), qui en porte la ligne.
       deduire-remise.
           move 0 to remise-promo
           set remise-trouvee to false
           if promo-dispo
               move 'R' to UPorigine
               move Rnumresa to UPnumero
               read f-utilisations key is UPcle
                   invalid key continue
                   not invalid key
                       if UPnumfact = 0
                           set remise-trouvee to true
                           move UPRemiseHT to remise-promo
                       end-if
               end-read
           end-if
           if remise-promo > montant-sejour
               move montant-sejour to remise-promo
           end-if
           compute montant-sejour = montant-sejour - remise-promo.

       marquer-remise.
           if remise-trouvee
               move numfact-extras to UPnumfact
               move remise-promo to UPRemiseHT
               rewrite utilisation-promo
               if fs-utilisations <> '00'
                   display 'PG-FACTURATION - reecriture'
                       ' utilisations-promo.dat impossible'
                   display 'code retour fichier : ' fs-utilisations
                   move 1 to return-code
                   stop run
               end-if
               set remise-trouvee to false
           end-if.

       end program pg-facturation.
