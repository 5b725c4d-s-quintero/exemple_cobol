      ******************************************************************
      * FILE-CONTROL entry for the interface sequence register. One
      * record per interface file type, key'd on the type: the last
      * sequence number written (outbound) or loaded (inbound).
      ******************************************************************
           SELECT SequenceFluxF ASSIGN TO "SEQFLUX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDSF-TypeFichier
               FILE STATUS IS w-SequenceFluxF-Status.
