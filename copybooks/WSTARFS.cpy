      ******************************************************************
      * File name and status for TarifF (see SELTARIF.cpy /
      * FDTARIF.cpy).
      ******************************************************************
       01  w-NomTarif                  pic x(12) value 'TARIF.DAT'.
       01  w-TarifF-Status             pic xx.
           88  TarifF-OK               value '00'.
           88  TarifF-EOF              value '10'.
