      ******************************************************************
      * FILE-CONTROL entry for the batch run-control file. One start
      * ('D'), one end ('F') and, for an interface load, one check
      * ('V') record per program per run date, key'd program + date
      * + record type.
      ******************************************************************
           SELECT RunControlF ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
