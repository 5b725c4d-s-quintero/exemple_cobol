      ******************************************************************
      * File status for EncaissementF (see SELENCAI.cpy /
      * FDENCAI.cpy).
      ******************************************************************
       01  w-EncaissementF-Status      pic xx.
           88  EncaissementF-OK        value '00'.
           88  EncaissementF-EOF       value '10'.
           88  EncaissementF-NotFound  value '23'.
