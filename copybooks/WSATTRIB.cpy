      ******************************************************************
      * Working-storage for the claim-assignment paragraphs
      * (ATTRIBUT.cpy). The caller sets w-GA-OperDispo once the
      * operator master is open, then for each claim fills the type,
      * the date and - on a reassignment - the handler to pass over,
      * and gets back the handler code (blank = nobody available).
      ******************************************************************
       01  w-GA-OperDispo              pic x value 'N'.
           88  GA-OperDispo            value 'O'.
       01  w-GA-TypeSinistre           pic xx.
       01  w-GA-DateJour               pic x(8).
       01  w-GA-Exclu                  pic x(8) value spaces.
       01  w-GA-CodeGestionnaire       pic x(8).
       01  w-GA-Dernier                pic x(8).
       01  w-GA-PointeurExiste         pic x.
           88  GA-PointeurExiste       value 'O'.
       01  w-GA-FinScan                pic x.
           88  GA-FinScan              value 'O'.
       01  w-GA-Reprise                pic x.
           88  GA-Reprise              value 'O'.
       01  w-GA-Eligible               pic x.
           88  GA-Eligible             value 'O'.
       01  w-GA-Idx                    pic 9.
