      ******************************************************************
      * File status for SequenceFluxF (see SELSEQFX.cpy / FDSEQFX.cpy).
      ******************************************************************
       01  w-SequenceFluxF-Status      pic xx.
           88  SequenceFluxF-OK        value '00'.
           88  SequenceFluxF-EOF       value '10'.
           88  SequenceFluxF-NotFound  value '23'.
