           05  FDI-DC                      pic x.
           05  FDI-MT                      pic x.
           05  FDI-CH                      pic x.
      * Niveaux propres a l'assure, au plus ceux du contrat; zero =
      * niveaux du contrat.
           05  FDI-IT-Indemnite            pic 9(5)v99.
           05  FDI-IT-Franchise            pic 9(3).
           05  FDI-DC-Capital              pic 9(7)v99.
