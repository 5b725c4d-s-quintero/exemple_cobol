      *          batch with the parameter block of WSRUNCT.cpy. The
      *          start call writes the day's start record and, for a
      *          run-once job, refuses a second same-day run ('08');
      *          the end call records the job's counters, the check
      *          call ('V') the result of an interface file's
      *          header/trailer control. The end-of-day report
      *          (RapportFinJournee) reads the file back, flags any
      *          job that started but never wrote its end record,
      *          and lists the interface checks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               END-IF
           END-IF.

      * End record ('F') or interface file check ('V'): one per job
      * per day, a later run of the day replaces it.
       Enregistrer-Fin.
           MOVE w-RC-Programme TO FDR-NomProgramme.
           MOVE w-DateDuJour   TO FDR-DateRun.
           MOVE w-RC-Action    TO FDR-TypeEnreg.
           READ RunControlF
               INVALID KEY
                   MOVE 'N' TO w-EnregTrouve
           END-READ.
           MOVE w-RC-Programme   TO FDR-NomProgramme.
           MOVE w-DateDuJour     TO FDR-DateRun.
           MOVE w-RC-Action      TO FDR-TypeEnreg.
           MOVE w-HeureActuelle  TO FDR-HeureRun.
           MOVE w-RC-Compteurs   TO FDR-Compteurs.
           IF EnregTrouve
