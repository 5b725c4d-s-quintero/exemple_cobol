      ******************************************************************
      * File status for DevisF (see SELDEVIS.cpy / FDDEVIS.cpy).
      ******************************************************************
       01  w-DevisF-Status             pic xx.
           88  DevisF-OK               value '00'.
           88  DevisF-EOF              value '10'.
           88  DevisF-NotFound         value '23'.
