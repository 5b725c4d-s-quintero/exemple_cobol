      ******************************************************************
      * FILE-CONTROL entry for the quotes (devis) file, key'd on the
      * quote number.
      ******************************************************************
           SELECT DevisF ASSIGN TO "DEVIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDV-NumDevis
               FILE STATUS IS w-DevisF-Status.
