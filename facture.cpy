           2 FDateRelance pic 9(8).
           2 FTaxeSejour pic 9(7)v99.
           2 FNumDossier pic 9(6).
           2 FDateRembourse pic 9(8).
           2 FStatutEfact pic x.
           2 FDateEfact pic 9(8).
