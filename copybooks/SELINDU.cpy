      ******************************************************************
      * FILE-CONTROL entry for the claim overpayments register
      * (indus). Key'd on the claim the overpayment arose on plus a
      * sequence number, so "what is already claimed back on this
      * claim" is a positioned START, with an alternate key on the
      * client for the deduction from the client's later payments.
      ******************************************************************
           SELECT IndusF ASSIGN TO "INDUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDIN-CleIndu
               ALTERNATE RECORD KEY IS FDIN-CodeClient
                   WITH DUPLICATES
               FILE STATUS IS w-IndusF-Status.
