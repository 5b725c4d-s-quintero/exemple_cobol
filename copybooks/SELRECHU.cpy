      ******************************************************************
      * FILE-CONTROL entry for the IT relapse parameter: one optional
      * line overriding the relapse window of the general conditions
      * (see RECHUTES.cpy). Plain line, loaded at startup.
      ******************************************************************
           SELECT RechuteF ASSIGN TO "RECHUTE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-RechuteF-Status.
