      ******************************************************************
      * File status for PpncMoisF (see SELPPNC.cpy / FDPPNC.cpy).
      ******************************************************************
       01  w-PpncMoisF-Status          pic xx.
           88  PpncMoisF-OK            value '00'.
           88  PpncMoisF-EOF           value '10'.
           88  PpncMoisF-NotFound      value '23'.
