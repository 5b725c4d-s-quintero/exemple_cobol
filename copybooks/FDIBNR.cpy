      ******************************************************************
      * FD for the IBNR estimates (claims incurred but not reported),
      * written by the quarterly development triangles run: for the
      * closing period and claim type, the paid and incurred to date
      * over the accident years of the triangle, their chain-ladder
      * ultimates, and the IBNR - ultimate incurred less incurred to
      * date, never below zero. The estimate of the previous closing
      * is carried so the reserves report and the accounting journal
      * see the movement.
      ******************************************************************
       FD  IbnrF.
       01  FDIB-Ibnr.
           05  FDIB-CleIbnr.
               10  FDIB-Periode            pic x(6).
               10  FDIB-TypeSinistre       pic x(2).
           05  FDIB-DateCalcul             pic x(8).
           05  FDIB-PayeCumule             pic 9(11)v99.
           05  FDIB-SurvenuCumule          pic 9(11)v99.
           05  FDIB-UltimePaye             pic 9(11)v99.
           05  FDIB-UltimeSurvenu          pic 9(11)v99.
           05  FDIB-MontantIbnr            pic 9(11)v99.
           05  FDIB-PeriodePrecedente      pic x(6).
           05  FDIB-IbnrPrecedent          pic 9(11)v99.
           05  FDIB-Mouvement              pic s9(11)v99.
