      ******************************************************************
      * FILE-CONTROL entry for the overpayment recovery movements.
      * Key'd on the overpayment (claim + sequence) plus a movement
      * number, so an overpayment's history reads in order.
      ******************************************************************
           SELECT MvtIndusF ASSIGN TO "MVTINDU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDMI-CleMouvement
               FILE STATUS IS w-MvtIndusF-Status.
