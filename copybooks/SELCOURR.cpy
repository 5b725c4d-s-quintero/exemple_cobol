      ******************************************************************
      * FILE-CONTROL entry for the outgoing correspondence register.
      * One record per letter line, key'd client + date sent + letter
      * number of the day + line number (line 000 = letter header).
      ******************************************************************
           SELECT CourrierF ASSIGN TO "COURRIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDCR-CleCourrier
               FILE STATUS IS w-CourrierF-Status.
