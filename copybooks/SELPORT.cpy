      ******************************************************************
      * FILE-CONTROL entry for the web portal extract state file. One
      * record per contract, quittance or claim last sent to the
      * portal, key'd record type + record key.
      ******************************************************************
           SELECT EtatPortailF ASSIGN TO "PORTETAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDPE-Cle
               FILE STATUS IS w-EtatPortailF-Status.
