      ******************************************************************
      * File status for EcheancierF (see SELECHEA.cpy /
      * FDECHEA.cpy).
      ******************************************************************
       01  w-EcheancierF-Status        pic xx.
           88  EcheancierF-OK          value '00'.
           88  EcheancierF-EOF         value '10'.
           88  EcheancierF-NotFound    value '23'.
