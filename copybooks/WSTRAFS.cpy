      ******************************************************************
      * File status for TransfertF (see SELTRANS.cpy / FDTRANS.cpy).
      ******************************************************************
       01  w-TransfertF-Status         pic xx.
           88  TransfertF-OK           value '00'.
           88  TransfertF-EOF          value '10'.
           88  TransfertF-NotFound     value '23'.
