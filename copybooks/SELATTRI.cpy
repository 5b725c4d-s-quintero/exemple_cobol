      ******************************************************************
      * FILE-CONTROL entry for the claim-assignment turn file. One
      * record per claim type, key'd on the type: the handler who
      * received the last claim of that type, so the next one goes
      * to the following handler (ATTRIBUT.cpy).
      ******************************************************************
           SELECT AttributionF ASSIGN TO "ATTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDAT-TypeSinistre
               FILE STATUS IS w-AttributionF-Status.
