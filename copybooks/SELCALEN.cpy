      ******************************************************************
      * FILE-CONTROL entry for the business-day calendar. One record
      * per closed day (public holiday or bank closing), key'd on the
      * date; weekends are closed without being stored.
      ******************************************************************
           SELECT CalendrierF ASSIGN TO "CALENDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDJF-Date
               FILE STATUS IS w-CalendrierF-Status.
