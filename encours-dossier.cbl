       program-id. pg-encours-dossier.

       file-control.
           select f-factures assign 'factures.dat'
           organization indexed
           access sequential
           record key Fnumfact
           alternate key Fnumresa with duplicates
           alternate key Fnumprop with duplicates
           file status fs-factures.

           select f-paiements assign 'paiements.dat'
           organization record sequential
           file status fs-paiements.

       data division.

       file section.
       fd f-factures.
           copy facture.

       fd f-paiements.
           copy paiement.

       working-storage section.
       1 fs-factures pic xx.
       1 fs-paiements pic xx.
       1 date-jour pic 9(8).
       1 jour-jour pic 9(7).
       1 jour-echeance pic 9(7).
       1 delai-retenu pic 999.
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-fact-trouvee pic x.
           88 fact-trouvee value 'O' false 'N'.
       1 nb-fact pic 9(3).
       1 tbl-fact occurs 500 times.
           2 tf-numfact pic 9(6).
           2 tf-date pic 9(8).
           2 tf-solde pic s9(9)v99.
       1 f pic 9(3).

       linkage section.
       1 p-numdossier pic 9(6).
       1 p-delai pic 999.
       1 p-encours pic s9(9)v99.
       1 p-echu pic s9(9)v99.
       1 p-date-echue pic 9(8).

      * Encours d'un dossier groupe : factures du dossier (FNumDossier)
      * diminuees des avoirs emis sur elles et des paiements recus.
      * La part echue est celle des factures dont la date de facture
      * plus le delai de paiement (0 = 30 jours) est depassee ;
      * p-date-echue rend l'echeance la plus ancienne non reglee.
       procedure division using p-numdossier p-delai p-encours
           p-echu p-date-echue.
           accept date-jour from date yyyymmdd
           compute jour-jour = function integer-of-date(date-jour)
           move 0 to p-encours
           move 0 to p-echu
           move 0 to p-date-echue
           move 0 to nb-fact
           move p-delai to delai-retenu
           if delai-retenu = 0
               move 30 to delai-retenu
           end-if

           set fin-fichier to false
           open input f-factures
           if fs-factures = '00'
               perform until fin-fichier
                   read f-factures next record
                       at end set fin-fichier to true
                       not at end perform noter-facture
                   end-read
               end-perform
               close f-factures
           end-if

           if nb-fact > 0
               set fin-fichier to false
               open input f-paiements
               if fs-paiements = '00'
                   perform until fin-fichier
                       read f-paiements
                           at end set fin-fichier to true
                           not at end
                               if PaiNumFact > 0
                                   perform imputer-paiement
                               end-if
                       end-read
                   end-perform
                   close f-paiements
               end-if
           end-if

           perform varying f from 1 by 1 until f > nb-fact
               if tf-solde(f) > 0
                   compute p-encours = p-encours + tf-solde(f)
                   compute jour-echeance =
                       function integer-of-date(tf-date(f))
                       + delai-retenu
                   if jour-echeance < jour-jour
                       compute p-echu = p-echu + tf-solde(f)
                       if p-date-echue = 0
                           compute p-date-echue =
                               function date-of-integer(jour-echeance)
                       end-if
                   end-if
               end-if
           end-perform
           goback.

      * Les avoirs suivent leur facture d'origine dans la
      * numerotation : l'origine est deja dans la table a leur
      * lecture.
       noter-facture.
           if FTypeFact = 'A'
               if FNumFactOrigine > 0
                   perform varying f from 1 by 1 until f > nb-fact
                       if tf-numfact(f) = FNumFactOrigine
                           compute tf-solde(f) =
                               tf-solde(f) - FMontantTTC
                       end-if
                   end-perform
               end-if
           else
               if FNumDossier = p-numdossier and nb-fact < 500
                   compute nb-fact = nb-fact + 1
                   move Fnumfact to tf-numfact(nb-fact)
                   move FDateFacture to tf-date(nb-fact)
                   move FMontantTTC to tf-solde(nb-fact)
               end-if
           end-if.

       imputer-paiement.
           set fact-trouvee to false
           perform varying f from 1 by 1
               until f > nb-fact or fact-trouvee
               if tf-numfact(f) = PaiNumFact
                   set fact-trouvee to true
                   compute tf-solde(f) = tf-solde(f) - PaiMontant
               end-if
           end-perform.

       end program pg-encours-dossier.
