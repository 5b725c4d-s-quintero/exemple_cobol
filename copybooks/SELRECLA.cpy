      ******************************************************************
      * FILE-CONTROL entry for the complaints register (reclamations).
      * Key'd on the complaint number, with an alternate key on the
      * client so "every complaint of this client" is a positioned
      * START.
      ******************************************************************
           SELECT ReclamationF ASSIGN TO "RECLAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDRC-NumReclamation
               ALTERNATE RECORD KEY IS FDRC-CodeClient
                   WITH DUPLICATES
               FILE STATUS IS w-ReclamationF-Status.
