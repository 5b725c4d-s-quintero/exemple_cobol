      * claiming client so "every claim of this client" is a
      * positioned START instead of a full-file scan (existing
      * SINISF.DAT files need a one-off unload/reload to build the
      * new index), and one on the claim handler for the handler's
      * worklist.
      ******************************************************************
           SELECT SinisF ASSIGN TO "SINISF.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FD-CodeSinistre
               ALTERNATE RECORD KEY IS FD-ref_CodeClient
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-CodeGestionnaire
                   WITH DUPLICATES
               FILE STATUS IS w-SinisF-Status.
