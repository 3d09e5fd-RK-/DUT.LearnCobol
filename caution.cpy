           2 CADateRecue pic 9(8).
           2 CADateRendue pic 9(8).
           2 CAMontantRetenu pic 9(7)v99.
           2 CADateRembourse pic 9(8).
