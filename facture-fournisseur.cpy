       1 facture-fournisseur.
           2 FFcle.
               3 FFnumfour pic 9999.
               3 FFnumero pic x(15).
           2 FFnumot pic 9(6).
           2 FFligne pic 99.
           2 FFDateFacture pic 9(8).
           2 FFDateEcheance pic 9(8).
           2 FFMontantHT pic 9(7)v99.
           2 FFMontantTVA pic 9(7)v99.
           2 FFMontantTTC pic 9(7)v99.
           2 FFStatut pic x.
           2 FFDatePaiement pic 9(8).
