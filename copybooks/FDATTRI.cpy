      ******************************************************************
      * FD for the claim-assignment turn file: per claim type, the
      * last handler served, when, and how many claims of the type
      * have been assigned in turn so far. Created on first use.
      ******************************************************************
       FD  AttributionF.
       01  FDAT-Attribution.
           05  FDAT-TypeSinistre           pic xx.
           05  FDAT-DernierGestionnaire    pic x(8).
           05  FDAT-DateAttribution        pic x(8).
           05  FDAT-NbAttributions         pic 9(7).
