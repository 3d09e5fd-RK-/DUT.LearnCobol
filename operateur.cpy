       1 operateur.
           2 OPCode pic x(8).
           2 OPSel pic 9(8).
           2 OPEmpreinte pic 9(18).
           2 OPNom pic x(20).
           2 OPAutMaj pic x.
           2 OPAutTarifs pic x.
           2 OPAutPaie pic x.
           2 OPAgence pic x(8).
           2 OPDateMdp pic 9(8).
           2 OPEchecs pic 9.
           2 OPBloque pic x.
           2 OPDateBlocage pic 9(8).
