           organization indexed
           access sequential
           record key FnumfactO
           alternate key FnumresaO with duplicates
           alternate key FnumpropO with duplicates
           file status fs-ancien.

           2 FMontantTTCO pic 9(7)v99.
           2 FMontantEURO pic 9(7)v99.
           2 FDeviseO pic x(3).
           2 FTypeFactO pic x.
           2 FNumFactOrigineO pic 9(6).
           2 FNiveauRelanceO pic 9.
           2 FDateRelanceO pic 9(8).
           2 FTaxeSejourO pic 9(7)v99.
           2 FNumDossierO pic 9(6).

       fd f-factures.
           copy facture.
               move FMontantTTCO to FMontantTTC
               move FMontantEURO to FMontantEUR
               move FDeviseO to FDevise
               move FTypeFactO to FTypeFact
               move FNumFactOrigineO to FNumFactOrigine
               move FNiveauRelanceO to FNiveauRelance
               move FDateRelanceO to FDateRelance
               move FTaxeSejourO to FTaxeSejour
               move FNumDossierO to FNumDossier
               move 0 to FDateRembourse
               move space to FStatutEfact
               move 0 to FDateEfact
               write facture
               if fs-factures <> '00'
                   display 'PG-MIGRATION-FACTURE - ecriture'
