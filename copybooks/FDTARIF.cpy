      * DateEffet. Pricing picks the record with the latest DateEffet
      * not after the calculation date whose band holds the insured's
      * age. Next year's rates can sit in the file ahead of time.
      * Garantie I1/I3/I9 holds the IT franchise coefficient (percent
      * of the 30-day-franchise rate) for 15/30/90 days.
      ******************************************************************
       FD  TarifF.
       01  FDT-Tarif.
