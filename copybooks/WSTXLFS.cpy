      ******************************************************************
      * File status for TauxLegalF (see SELTXLEG.cpy / FDTXLEG.cpy).
      ******************************************************************
       01  w-TauxLegalF-Status         pic xx.
           88  TauxLegalF-OK           value '00'.
           88  TauxLegalF-EOF          value '10'.
           88  TauxLegalF-NotFound     value '23'.
