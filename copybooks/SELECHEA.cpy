      ******************************************************************
      * FILE-CONTROL entry for the arrears payment plans
      * (echeanciers), one per contract, key'd on the contract code.
      ******************************************************************
           SELECT EcheancierF ASSIGN TO "ECHEANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDEC-CodeContrat
               FILE STATUS IS w-EcheancierF-Status.
