       1 bon-cadeau.
           2 BCnumbon pic 9(6).
           2 BCAcheteur pic x(30).
           2 BCBeneficiaire pic x(30).
           2 BCDateVente pic 9(8).
           2 BCCanal pic x.
           2 BCModeVente pic x.
           2 BCMontant pic 9(7)v99.
           2 BCDateExpiration pic 9(8).
           2 BCSolde pic 9(7)v99.
           2 BCStatut pic x.
           2 BCDateLiberation pic 9(8).
           2 BCMontantLibere pic 9(7)v99.
