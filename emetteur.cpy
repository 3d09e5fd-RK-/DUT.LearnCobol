       1 emetteur.
           2 EMRaisonSociale pic x(30).
           2 EMSiret pic x(14).
           2 EMTvaIntra pic x(13).
           2 EMAdresse pic x(40).
           2 EMCodePostal pic x(5).
           2 EMVille pic x(20).
           2 EMIban pic x(34).
