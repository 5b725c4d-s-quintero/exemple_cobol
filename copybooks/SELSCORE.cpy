      ******************************************************************
      * FILE-CONTROL entry for the claims fraud score file. One
      * record per claim scored, key'd on the claim code.
      ******************************************************************
           SELECT ScoreF ASSIGN TO "SCORESIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDSC-CodeSinistre
               FILE STATUS IS w-ScoreF-Status.
