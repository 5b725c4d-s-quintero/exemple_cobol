      ******************************************************************
      * FILE-CONTROL entry for the non-SEPA receipts file (cheques,
      * client transfers) and its unapplied-cash balance, key'd on
      * the receipt number.
      ******************************************************************
           SELECT EncaissementF ASSIGN TO "ENCAISS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-NumEncaissement
               FILE STATUS IS w-EncaissementF-Status.
