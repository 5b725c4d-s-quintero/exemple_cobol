      ******************************************************************
      * File status for IndusF (see SELINDU.cpy / FDINDU.cpy).
      ******************************************************************
       01  w-IndusF-Status             pic xx.
           88  IndusF-OK               value '00'.
           88  IndusF-EOF              value '10'.
           88  IndusF-NotFound         value '23'.
