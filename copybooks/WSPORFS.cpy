      ******************************************************************
      * File status for EtatPortailF (see SELPORT.cpy / FDPORT.cpy).
      ******************************************************************
       01  w-EtatPortailF-Status       pic xx.
           88  EtatPortailF-OK         value '00'.
           88  EtatPortailF-EOF        value '10'.
           88  EtatPortailF-NotFound   value '23'.
