      ******************************************************************
      * FILE-CONTROL entry for the legal interest rate table. One
      * record per effective-from date, key'd on that date.
      ******************************************************************
           SELECT TauxLegalF ASSIGN TO "TAUXLEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDTL-DateEffet
               FILE STATUS IS w-TauxLegalF-Status.
