      ******************************************************************
      * File status for CourrierF (see SELCOURR.cpy / FDCOURR.cpy).
      ******************************************************************
       01  w-CourrierF-Status          pic xx.
           88  CourrierF-OK            value '00'.
           88  CourrierF-EOF           value '10'.
           88  CourrierF-NotFound      value '23'.
