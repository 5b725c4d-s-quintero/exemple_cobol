               10  FDM-TypeSinistre        pic x(2).
           05  FDM-MontantTotal            pic 9(11)v99.
           05  FDM-NbSinistres             pic 9(5).
      * Ventilation de la provision du mois par annee de survenance
      * (annee de FD-DateSinistre): les dix dernieres annees, la plus
      * ancienne cumulant aussi les survenances anterieures - ce que
      * lisent les triangles de developpement. Annee a zero: snapshot
      * anterieur a la ventilation.
           05  FDM-Ventilation.
               10  FDM-Survenance          occurs 10 times.
                   15  FDM-AnneeSurvenance   pic 9(4).
                   15  FDM-ReserveSurvenance pic 9(11)v99.
