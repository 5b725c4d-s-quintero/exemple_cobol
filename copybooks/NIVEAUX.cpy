      ******************************************************************
      * Benefit-level paragraphs, COPY'd into the PROCEDURE DIVISION
      * of the payout and reserve paths. Niveaux-Contrat sets the
      * daily IT amount, the IT franchise and the DC capital from the
      * Contrat group, falling back to the reference levels where the
      * contract carries none (zero, blank or an unknown franchise).
      * Niveaux-Normaliser writes the retained levels back onto the
      * Contrat group, so a contract is stored with explicit levels
      * whatever the capture path left blank. Requires WSCONTRA.cpy
      * and WSNIVEAU.cpy; the insured-level paragraphs are in
      * NIVASSUR.cpy.
      ******************************************************************
       Niveaux-Contrat.
           MOVE w-NV-IndemniteReference TO w-NV-TauxJournalier.
           MOVE w-NV-FranchiseReference TO w-NV-FranchiseJours.
           MOVE w-NV-CapitalReference   TO w-NV-CapitalDC.
           IF w-IT-Indemnite OF Contrat IS NUMERIC
               IF w-IT-Indemnite OF Contrat > zero
                   MOVE w-IT-Indemnite OF Contrat
                       TO w-NV-TauxJournalier
               END-IF
           END-IF.
           IF w-IT-Franchise OF Contrat IS NUMERIC
               IF w-IT-Franchise OF Contrat = 015
                   OR w-IT-Franchise OF Contrat = 030
                   OR w-IT-Franchise OF Contrat = 090
                   MOVE w-IT-Franchise OF Contrat
                       TO w-NV-FranchiseJours
               END-IF
           END-IF.
           IF w-DC-Capital OF Contrat IS NUMERIC
               IF w-DC-Capital OF Contrat > zero
                   MOVE w-DC-Capital OF Contrat TO w-NV-CapitalDC
               END-IF
           END-IF.

       Niveaux-Normaliser.
           perform Niveaux-Contrat.
           MOVE w-NV-TauxJournalier TO w-IT-Indemnite OF Contrat.
           MOVE w-NV-FranchiseJours TO w-IT-Franchise OF Contrat.
           MOVE w-NV-CapitalDC      TO w-DC-Capital OF Contrat.
