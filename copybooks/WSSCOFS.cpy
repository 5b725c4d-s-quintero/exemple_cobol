      ******************************************************************
      * File status for ScoreF (see SELSCORE.cpy / FDSCORE.cpy).
      ******************************************************************
       01  w-ScoreF-Status             pic xx.
           88  ScoreF-OK               value '00'.
           88  ScoreF-EOF              value '10'.
           88  ScoreF-NotFound         value '23'.
