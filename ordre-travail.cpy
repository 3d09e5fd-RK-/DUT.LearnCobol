           2 OTDateOuverture pic 9(8).
           2 OTDateCloture pic 9(8).
           2 OTLibelle pic x(40).
           2 OTnumfourDevis pic 9999.
           2 OTMontantDevis pic 9(7)v99.
           2 OTAccord pic x.
           2 OTDateAccord pic 9(8).
           2 OTCanalAccord pic x(10).
