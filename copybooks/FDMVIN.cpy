      ******************************************************************
      * FD for the overpayment recovery movements. One record per
      * amount taken off an overpayment's balance: deducted from a
      * later claim payment to the client (the reference is the
      * claim paid), a transfer received from the client (the bank
      * reference), or the remaining balance written off. Dated
      * AAAAMMJJ - ExportJournalCompta posts the day's movements.
      ******************************************************************
       FD  MvtIndusF.
       01  FDMI-Mouvement.
           05  FDMI-CleMouvement.
               10  FDMI-CodeSinistre       pic x(10).
               10  FDMI-NumIndu            pic 9(2).
               10  FDMI-NumMouvement       pic 9(3).
           05  FDMI-CodeClient             pic x(10).
           05  FDMI-DateMouvement          pic x(8).
           05  FDMI-TypeMouvement          pic x.
               88  Mouvement-Deduction     value 'D'.
               88  Mouvement-Virement      value 'V'.
               88  Mouvement-Perte         value 'P'.
           05  FDMI-Montant                pic 9(9)v99.
           05  FDMI-Reference              pic x(20).
           05  FDMI-CodeOperateur          pic x(8).
