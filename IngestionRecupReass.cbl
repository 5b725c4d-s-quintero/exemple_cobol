      *          Rows matching no cession - or paying more than was
      *          ceded - go to the exceptions list, same shape as the
      *          SEPA return ingestion.
      *          Before anything is updated the whole file is read once:
      *          its header and trailer must be present, the trailer
      *          must agree with the detail count and the total
      *          recovered, and the sequence number must follow the last
      *          one loaded. A file failing any check is rejected whole
      *          and the job ends with return code 8; the result of the
      *          check goes to the run-control file for the end-of-day
      *          report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  REC-CodeSinistre        pic x(10).
           05  REC-DateReglement       pic 9(8).
           05  REC-Montant             pic 9(7)v99.
           COPY FDFLUX.

       FD  ExceptionsRecup.
       01  Exc-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSCESFS.

       01  w-FinAvis                   pic x value 'N'.
               STOP RUN
           END-IF.

           perform Controler-Avis.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           OPEN INPUT Recuperations.
           OPEN I-O CessionF.
           IF NOT CessionF-OK
               READ Recuperations
                   AT END MOVE 'O' TO w-FinAvis
                   NOT AT END
                       IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                           ADD 1 TO w-NbLus
                           perform Traiter-Avis
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE Recuperations.
           CLOSE CessionF.
           CLOSE ExceptionsRecup.
           perform Flux-Accepter.

           DISPLAY 'Ingestion des recuperations terminee.'.
           DISPLAY '  Avis lus      : ' w-NbLus.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * Premier passage sur les avis: en-tete, pied, nombre de
      * lignes, total des montants et sequence, avant toute mise a
      * jour des cessions.
      ******************************************************************
       Controler-Avis.
           MOVE 'RECUPREA' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT Recuperations.
           MOVE 'N' TO w-FinAvis.
           PERFORM Controler-LigneAvis UNTIL FinAvis.
           CLOSE Recuperations.
           MOVE 'N' TO w-FinAvis.
           perform Flux-Conclure.

       Controler-LigneAvis.
           READ Recuperations
               AT END MOVE 'O' TO w-FinAvis
               NOT AT END
                   perform Flux-Examiner
                   IF FX-LigneDetail
                       ADD REC-Montant TO w-FX-Total
                   END-IF
           END-READ.

       Traiter-Avis.
           MOVE REC-CodeSinistre TO FDCE-CodeSinistre.
           READ CessionF
               ADD 1 TO w-NbRecuperes
           END-IF.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM IngestionRecupReass.
