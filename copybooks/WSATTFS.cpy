      ******************************************************************
      * File status for AttributionF (see SELATTRI.cpy / FDATTRI.cpy).
      ******************************************************************
       01  w-AttributionF-Status       pic xx.
           88  AttributionF-OK         value '00'.
           88  AttributionF-EOF        value '10'.
           88  AttributionF-NotFound   value '23'.
