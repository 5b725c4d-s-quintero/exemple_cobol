      ******************************************************************
      * FILE-CONTROL entry for the IBNR estimates. One record per
      * closing quarter and claim type, key'd period + type like the
      * monthly reserves snapshot.
      ******************************************************************
           SELECT IbnrF ASSIGN TO "IBNR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDIB-CleIbnr
               FILE STATUS IS w-IbnrF-Status.
