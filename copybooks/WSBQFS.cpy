      ******************************************************************
      * File status for BanqueF (see SELBANQ.cpy / FDBANQ.cpy).
      ******************************************************************
       01  w-BanqueF-Status            pic xx.
           88  BanqueF-OK              value '00'.
           88  BanqueF-EOF             value '10'.
           88  BanqueF-NotFound        value '23'.
