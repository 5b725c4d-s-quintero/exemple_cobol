      ******************************************************************
      * FD for the broker transfer register. Written by the portfolio
      * transfer transaction of Principale when a contract changes
      * broker; the contract itself only carries the latest broker, the
      * register keeps who brought it before and from when the new
      * one takes over (CommissionsCourtiers splits on that date).
      ******************************************************************
       FD  TransfertF.
       01  FDTC-Transfert.
           05  FDTC-CleTransfert.
               10  FDTC-CodeContrat        pic x(10).
               10  FDTC-DateEffet          pic x(8).
           05  FDTC-CourtierAncien         pic x(10).
           05  FDTC-CourtierNouveau        pic x(10).
           05  FDTC-DateSaisie             pic x(8).
           05  FDTC-CodeOperateur          pic x(8).
