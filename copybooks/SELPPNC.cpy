      ******************************************************************
      * FILE-CONTROL entry for the monthly unearned premium snapshot.
      * One record per closing month and guarantee, key'd period +
      * guarantee like the monthly reserves snapshot.
      ******************************************************************
           SELECT PpncMoisF ASSIGN TO "PPNCMOIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDPN-ClePpnc
               FILE STATUS IS w-PpncMoisF-Status.
