      ******************************************************************
      * File status for MvtIndusF (see SELMVIN.cpy / FDMVIN.cpy).
      ******************************************************************
       01  w-MvtIndusF-Status          pic xx.
           88  MvtIndusF-OK            value '00'.
           88  MvtIndusF-EOF           value '10'.
           88  MvtIndusF-NotFound      value '23'.
