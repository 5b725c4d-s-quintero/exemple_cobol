               88  Suspens-EnAttente       value 'A'.
               88  Suspens-Valide          value 'V'.
               88  Suspens-Refuse          value 'X'.
           05  FDU-IT-Indemnite            pic 9(5)v99.
           05  FDU-IT-Franchise            pic 9(3).
           05  FDU-DC-Capital              pic 9(7)v99.
