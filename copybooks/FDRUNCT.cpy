      * record when it begins and an end record (with its counters)
      * when it finishes cleanly; the start record of a run-once job
      * is also the lock that refuses a second same-day run. A start
      * record with no matching end record is a job that died. A job
      * loading an interface file also writes the result of the
      * file's header/trailer check ('V').
      ******************************************************************
       FD  RunControlF.
       01  FDR-RunControl.
               10  FDR-TypeEnreg           pic x.
                   88  RunCtl-Debut        value 'D'.
                   88  RunCtl-Fin          value 'F'.
                   88  RunCtl-Verification value 'V'.
           05  FDR-HeureRun                pic x(6).
           05  FDR-Compteurs               pic x(60).
