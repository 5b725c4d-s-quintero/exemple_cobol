      ******************************************************************
      * Insured-level benefit paragraphs, COPY'd after NIVEAUX.cpy.
      * Niveaux-Assure overlays, on the levels Niveaux-Contrat has
      * just set, those of the additional insured whose FDI-Assure
      * record has been read - zero on the insured's line keeps the
      * contract's level. Niveaux-AssureSaisir captures an insured's
      * own levels from the console: the premium is priced on the
      * contract's levels, so an insured may be covered for less but
      * never for more - a higher amount or capital, or a shorter
      * franchise, falls back to the contract's. Niveaux-Assure
      * applies the same rule when it reads the line back, since an
      * avenant may have lowered the contract's levels after the
      * insured's were captured. Requires FDASSUR.cpy in the FILE
      * SECTION.
      ******************************************************************
       Niveaux-Assure.
           IF FDI-IT-Indemnite IS NUMERIC
               IF FDI-IT-Indemnite > zero
                   AND FDI-IT-Indemnite NOT > w-NV-TauxJournalier
                   MOVE FDI-IT-Indemnite TO w-NV-TauxJournalier
               END-IF
           END-IF.
           IF FDI-IT-Franchise IS NUMERIC
               IF (FDI-IT-Franchise = 015
                   OR FDI-IT-Franchise = 030
                   OR FDI-IT-Franchise = 090)
                   AND FDI-IT-Franchise NOT < w-NV-FranchiseJours
                   MOVE FDI-IT-Franchise TO w-NV-FranchiseJours
               END-IF
           END-IF.
           IF FDI-DC-Capital IS NUMERIC
               IF FDI-DC-Capital > zero
                   AND FDI-DC-Capital NOT > w-NV-CapitalDC
                   MOVE FDI-DC-Capital TO w-NV-CapitalDC
               END-IF
           END-IF.

       Niveaux-AssureSaisir.
           perform Niveaux-Contrat.
           MOVE zero TO FDI-IT-Indemnite.
           MOVE zero TO FDI-IT-Franchise.
           MOVE zero TO FDI-DC-Capital.
           IF FDI-IT = 'O'
               DISPLAY '  Indemnite journaliere IT (0 = celle du '
                   'contrat): '
               ACCEPT FDI-IT-Indemnite
               IF FDI-IT-Indemnite > w-NV-TauxJournalier
                   MOVE w-NV-TauxJournalier TO w-NV-Edition
                   DISPLAY '  Superieure au contrat, ramenee a '
                       w-NV-Edition
                   MOVE zero TO FDI-IT-Indemnite
               END-IF
               DISPLAY '  Franchise IT en jours (15/30/90, 0 = celle '
                   'du contrat): '
               ACCEPT FDI-IT-Franchise
               IF (FDI-IT-Franchise NOT = 015
                   AND FDI-IT-Franchise NOT = 030
                   AND FDI-IT-Franchise NOT = 090)
                   OR FDI-IT-Franchise < w-NV-FranchiseJours
                   MOVE zero TO FDI-IT-Franchise
               END-IF
           END-IF.
           IF FDI-DC = 'O'
               DISPLAY '  Capital DC (0 = celui du contrat): '
               ACCEPT FDI-DC-Capital
               IF FDI-DC-Capital > w-NV-CapitalDC
                   MOVE w-NV-CapitalDC TO w-NV-Edition
                   DISPLAY '  Superieur au contrat, ramene a '
                       w-NV-Edition
                   MOVE zero TO FDI-DC-Capital
               END-IF
           END-IF.
