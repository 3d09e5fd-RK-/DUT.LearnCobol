       1 reclamation.
           2 RQnumrecl pic 9(6).
           2 RQnumresa pic 9(6).
           2 RQnumappart pic 9999.
           2 RQCategorie pic x(4).
           2 RQDescription pic x(60).
           2 RQDateReception pic 9(8).
           2 RQOperateur pic x(8).
           2 RQStatut pic x.
           2 RQDateResolution pic 9(8).
           2 RQResolution pic x(60).
           2 RQnumot pic 9(6).
           2 RQnumavoir pic 9(6).
           2 RQMontantGeste pic 9(7)v99.
