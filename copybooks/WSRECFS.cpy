      ******************************************************************
      * File status for ReclamationF (see SELRECLA.cpy /
      * FDRECLA.cpy).
      ******************************************************************
       01  w-ReclamationF-Status       pic xx.
           88  ReclamationF-OK         value '00'.
           88  ReclamationF-EOF        value '10'.
           88  ReclamationF-NotFound   value '23'.
