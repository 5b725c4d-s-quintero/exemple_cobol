      ******************************************************************
      * Premium cover paragraphs, COPY'd into the PROCEDURE DIVISION
      * of the programs that spread a collected quittance over the
      * days it pays for. A quittance of period AAAAMM covers from
      * the first of that month for the months of the contract's
      * fractionnement (M one, T three, A twelve - blank, the
      * historical monthly, one). Ppnc-Repartir gives, per
      * guarantee, the premium of the cover days falling in the
      * window w-PN-FenetreDebut (included) to w-PN-FenetreFin
      * (excluded), pro rata of the days. Requires WSPPNC in
      * WORKING-STORAGE.
      ******************************************************************
       Ppnc-Couverture.
           EVALUATE w-PN-Fractionnement
               WHEN 'T'
                   MOVE 3 TO w-PN-NbMois
               WHEN 'A'
                   MOVE 12 TO w-PN-NbMois
               WHEN OTHER
                   MOVE 1 TO w-PN-NbMois
           END-EVALUATE.
           MOVE w-PN-Per-AAAA TO w-PN-Deb-AAAA.
           MOVE w-PN-Per-MM TO w-PN-Deb-MM.
           MOVE 01 TO w-PN-Deb-JJ.
           MOVE w-PN-Per-AAAA TO w-PN-Fin-AAAA.
           COMPUTE w-PN-Fin-MM = w-PN-Per-MM + w-PN-NbMois.
           MOVE 01 TO w-PN-Fin-JJ.
           IF w-PN-Fin-MM > 12
               SUBTRACT 12 FROM w-PN-Fin-MM
               ADD 1 TO w-PN-Fin-AAAA
           END-IF.
           COMPUTE w-PN-JourDebut =
               FUNCTION INTEGER-OF-DATE(w-PN-DateDebutN).
           COMPUTE w-PN-JourFin =
               FUNCTION INTEGER-OF-DATE(w-PN-DateFinN).
           COMPUTE w-PN-JoursCouverture = w-PN-JourFin - w-PN-JourDebut.

       Ppnc-Repartir.
           perform Ppnc-Couverture.
           COMPUTE w-PN-BorneDebut =
               FUNCTION INTEGER-OF-DATE(w-PN-FenetreDebut).
           COMPUTE w-PN-BorneFin =
               FUNCTION INTEGER-OF-DATE(w-PN-FenetreFin).
           IF w-PN-BorneDebut < w-PN-JourDebut
               MOVE w-PN-JourDebut TO w-PN-BorneDebut
           END-IF.
           IF w-PN-BorneFin > w-PN-JourFin
               MOVE w-PN-JourFin TO w-PN-BorneFin
           END-IF.
           MOVE zero TO w-PN-JoursFenetre.
           IF w-PN-BorneFin > w-PN-BorneDebut
               COMPUTE w-PN-JoursFenetre =
                   w-PN-BorneFin - w-PN-BorneDebut
           END-IF.
           MOVE zero TO w-PN-PartTotale.
           PERFORM Ppnc-RepartirGarantie
               VARYING w-PN-Idx FROM 1 BY 1 UNTIL w-PN-Idx > 6.

       Ppnc-RepartirGarantie.
           COMPUTE w-PN-PartGar (w-PN-Idx) ROUNDED =
               w-PN-PrimeGar (w-PN-Idx) * w-PN-JoursFenetre
               / w-PN-JoursCouverture.
           ADD w-PN-PartGar (w-PN-Idx) TO w-PN-PartTotale.
