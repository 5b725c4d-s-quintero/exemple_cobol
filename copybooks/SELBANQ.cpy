      ******************************************************************
      * FILE-CONTROL entry for the bank reference file (code banque
      * -> BIC), key'd on the 5-digit bank code of the RIB.
      ******************************************************************
           SELECT BanqueF ASSIGN TO "BANQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDBQ-CodeBanque
               FILE STATUS IS w-BanqueF-Status.
