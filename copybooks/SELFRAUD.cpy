      ******************************************************************
      * FILE-CONTROL entry for the fraud indicator table: one optional
      * row per indicator overriding the weight and the parameter of
      * the defaults held by the scoring run, plus the SEUI row for
      * the review threshold. Plain lines, loaded at startup.
      ******************************************************************
           SELECT IndicateurFraudeF ASSIGN TO "INDFRAUD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-IndicateurFraudeF-Status.
