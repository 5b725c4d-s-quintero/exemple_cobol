      ******************************************************************
      * Claim types in the order of the settlement authorities held
      * on the operator master (FDO-LimiteReglement). w-DL-Idx comes
      * back zero for a type not listed - no delegation. Shared by
      * MajOperateurs, ReglementSinistre and ApprobationReglements.
      ******************************************************************
       01  w-TypesDelegation.
           05  filler                  pic x(12) value 'ITIAPEDCMTCH'.
       01  filler redefines w-TypesDelegation.
           05  w-DL-Type               pic xx occurs 6.

       01  w-DL-TypeCherche            pic xx.
       01  w-DL-Idx                    pic 9.
       01  w-DL-Rang                   pic 9.
