      ******************************************************************
      * Late-payment interest paragraphs, COPY'd into the PROCEDURE
      * DIVISION of the settlement paths. A claim file is complete
      * on the latest reception date of its required pieces; the
      * settlement is due within the legal delay after that. Paid
      * later, the amount bears interest at the legal rate for every
      * day past the deadline, each day at the rate in force that
      * day (TauxLegalF, annual rate on 365 days). A file with a
      * piece still missing, or without any piece on file, has no
      * completion date and bears nothing. Requires SELPIECE/FDPIECE
      * and SELTXLEG/FDTXLEG in the file divisions, WSPJFS, WSTXLFS
      * and WSINTER in WORKING-STORAGE, PieceF open.
      ******************************************************************
       Interets-Calculer.
           MOVE zero TO w-IR-DateLimite.
           MOVE zero TO w-IR-JoursRetard.
           MOVE zero TO w-IR-Interets.
           perform Interets-DateComplet.
           IF w-IR-DateComplet > zero
               COMPUTE w-IR-DateLimite = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-IR-DateComplet)
                   + w-IR-Delai)
               IF w-IR-DatePaiement > w-IR-DateLimite
                   COMPUTE w-IR-Debut =
                       FUNCTION INTEGER-OF-DATE(w-IR-DateLimite)
                   COMPUTE w-IR-Fin =
                       FUNCTION INTEGER-OF-DATE(w-IR-DatePaiement)
                   COMPUTE w-IR-JoursRetard = w-IR-Fin - w-IR-Debut
                   IF IR-TauxDispo
                       perform Interets-Cumuler
                   END-IF
               END-IF
           END-IF.

       Interets-DateComplet.
           MOVE zero TO w-IR-DateComplet.
           MOVE 'N' TO w-IR-Incomplet.
           MOVE 'N' TO w-IR-FinPieces.
           MOVE w-IR-CodeSinistre TO FDPJ-CodeSinistre.
           MOVE LOW-VALUES TO FDPJ-CodePiece.
           START PieceF KEY IS NOT LESS THAN FDPJ-ClePiece
               INVALID KEY MOVE 'O' TO w-IR-FinPieces
           END-START.
           PERFORM Interets-ExaminerPiece UNTIL IR-FinPieces.
           IF IR-Incomplet
               MOVE zero TO w-IR-DateComplet
           END-IF.

       Interets-ExaminerPiece.
           READ PieceF NEXT RECORD
               AT END MOVE 'O' TO w-IR-FinPieces
           END-READ.
           IF NOT IR-FinPieces
               IF FDPJ-CodeSinistre NOT = w-IR-CodeSinistre
                   MOVE 'O' TO w-IR-FinPieces
               ELSE
                   IF FDPJ-DateReception NUMERIC
                       IF FDPJ-DateReception > w-IR-DateComplet
                           MOVE FDPJ-DateReception TO w-IR-DateComplet
                       END-IF
                   ELSE
                       MOVE 'O' TO w-IR-Incomplet
                   END-IF
               END-IF
           END-IF.

      * Les taux sont lus dans l'ordre des dates d'effet; chaque taux
      * vaut de sa date d'effet jusqu'a la veille du suivant, le
      * dernier jusqu'au paiement. Les jours anterieurs au premier
      * taux de la table ne portent rien.
       Interets-Cumuler.
           MOVE zero TO w-IR-Cumul.
           MOVE 'N' TO w-IR-PrecTrouve.
           MOVE 'N' TO w-IR-FinTaux.
           MOVE '00000000' TO FDTL-DateEffet.
           START TauxLegalF KEY IS NOT LESS THAN FDTL-DateEffet
               INVALID KEY MOVE 'O' TO w-IR-FinTaux
           END-START.
           PERFORM Interets-TauxSuivant UNTIL IR-FinTaux.
           IF IR-PrecTrouve
               MOVE w-IR-Fin TO w-IR-SegFin
               perform Interets-Segment
           END-IF.
           COMPUTE w-IR-Interets ROUNDED = w-IR-Cumul.

       Interets-TauxSuivant.
           READ TauxLegalF NEXT RECORD
               AT END MOVE 'O' TO w-IR-FinTaux
           END-READ.
           IF NOT IR-FinTaux
               IF FDTL-DateEffet NUMERIC
                   MOVE FDTL-DateEffet TO w-IR-DateEffet
                   IF IR-PrecTrouve
                       COMPUTE w-IR-SegFin =
                           FUNCTION INTEGER-OF-DATE(w-IR-DateEffet)
                       perform Interets-Segment
                   END-IF
                   MOVE w-IR-DateEffet TO w-IR-PrecDate
                   MOVE FDTL-Taux TO w-IR-PrecTaux
                   MOVE 'O' TO w-IR-PrecTrouve
               END-IF
           END-IF.

       Interets-Segment.
           COMPUTE w-IR-SegDebut =
               FUNCTION INTEGER-OF-DATE(w-IR-PrecDate).
           IF w-IR-SegDebut < w-IR-Debut
               MOVE w-IR-Debut TO w-IR-SegDebut
           END-IF.
           IF w-IR-SegFin > w-IR-Fin
               MOVE w-IR-Fin TO w-IR-SegFin
           END-IF.
           IF w-IR-SegFin > w-IR-SegDebut
               COMPUTE w-IR-Cumul = w-IR-Cumul
                   + w-IR-Montant * w-IR-PrecTaux / 100
                   * (w-IR-SegFin - w-IR-SegDebut) / 365
           END-IF.
