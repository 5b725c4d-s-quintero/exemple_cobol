      ******************************************************************
      * FILE-CONTROL entry for the broker transfer register. One
      * record per contract moved from one broker to another, key'd
      * on the contract and the effective date of the move, so the
      * broker of a contract at any date can be read back.
      ******************************************************************
           SELECT TransfertF ASSIGN TO "TRANSCRT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDTC-CleTransfert
               FILE STATUS IS w-TransfertF-Status.
