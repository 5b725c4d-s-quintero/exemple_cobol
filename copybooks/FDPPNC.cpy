      ******************************************************************
      * FD for the monthly unearned premium snapshot (provision pour
      * primes non acquises): at each month-end close and for each
      * guarantee, the premium of the collected quittances still
      * covering days after the closing date, the unearned part of
      * it and the number of quittances concerned. The snapshot of
      * the previous close is carried so the accounting journal
      * posts the movement.
      ******************************************************************
       FD  PpncMoisF.
       01  FDPN-PpncMois.
           05  FDPN-ClePpnc.
               10  FDPN-Periode            pic x(6).
               10  FDPN-Garantie           pic x(2).
           05  FDPN-DateCalcul             pic x(8).
           05  FDPN-PrimeConcernee         pic 9(11)v99.
           05  FDPN-MontantPpnc            pic 9(11)v99.
           05  FDPN-NbQuittances           pic 9(7).
           05  FDPN-PeriodePrecedente      pic x(6).
           05  FDPN-PpncPrecedente         pic 9(11)v99.
           05  FDPN-Mouvement              pic s9(11)v99.
