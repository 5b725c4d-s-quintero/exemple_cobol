      ******************************************************************
      * File status for IbnrF (see SELIBNR.cpy / FDIBNR.cpy).
      ******************************************************************
       01  w-IbnrF-Status              pic xx.
           88  IbnrF-OK                value '00'.
           88  IbnrF-EOF               value '10'.
           88  IbnrF-NotFound          value '23'.
