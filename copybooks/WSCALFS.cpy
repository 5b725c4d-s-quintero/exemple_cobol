      ******************************************************************
      * File status for CalendrierF (see SELCALEN.cpy / FDCALEN.cpy).
      ******************************************************************
       01  w-CalendrierF-Status        pic xx.
           88  CalendrierF-OK          value '00'.
           88  CalendrierF-EOF         value '10'.
           88  CalendrierF-NotFound    value '23'.
