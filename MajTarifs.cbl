      *          card can simply be reloaded, and rates effective
      *          next January can be loaded ahead of time - pricing
      *          only picks them up once the calculation date reaches
      *          their effective date. Besides the six guarantees, the
      *          cards I1, I3 and I9 carry the IT franchise
      *          coefficient, in percent of the 30-day rate, for a
      *          15, 30 or 90-day franchise. Bad rows go to the
      *          rejects file with the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF TAR-Garantie NOT = 'IT' AND TAR-Garantie NOT = 'IA'
               AND TAR-Garantie NOT = 'PE' AND TAR-Garantie NOT = 'DC'
               AND TAR-Garantie NOT = 'MT' AND TAR-Garantie NOT = 'CH'
               AND TAR-Garantie NOT = 'I1' AND TAR-Garantie NOT = 'I3'
               AND TAR-Garantie NOT = 'I9'
               STRING 'Carte ' w-NbLues ' rejetee: garantie '
                   TAR-Garantie ' inconnue'
                   DELIMITED BY SIZE INTO Rej-Ligne
