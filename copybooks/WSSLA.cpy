      ******************************************************************
      * Seuils SLA (en jours) entre declaration et resolution, par
      * type de sinistre. DC (deces) est traite en priorite. Shared
      * by the claims-aging report and the handlers' worklist
      * (SUIVISIN.cpy); a type not listed takes 60 days. Each
      * threshold carries its counting rule for the JoursOuvres
      * routine: C calendar days, O business days.
      ******************************************************************
       01  w-SeuilsSLA.
           05  filler                  pic x(2) value 'IT'.
           05  filler                  pic 9(3) value 060.
           05  filler                  pic x    value 'C'.
           05  filler                  pic x(2) value 'IA'.
           05  filler                  pic 9(3) value 060.
           05  filler                  pic x    value 'C'.
           05  filler                  pic x(2) value 'PE'.
           05  filler                  pic 9(3) value 045.
           05  filler                  pic x    value 'C'.
           05  filler                  pic x(2) value 'DC'.
           05  filler                  pic 9(3) value 030.
           05  filler                  pic x    value 'C'.
           05  filler                  pic x(2) value 'MT'.
           05  filler                  pic 9(3) value 045.
           05  filler                  pic x    value 'C'.
           05  filler                  pic x(2) value 'CH'.
           05  filler                  pic 9(3) value 060.
           05  filler                  pic x    value 'C'.

       01  w-TableSLA redefines w-SeuilsSLA.
           05  w-SLA-Entree            occurs 6 times.
               10  w-SLA-Type          pic x(2).
               10  w-SLA-Seuil         pic 9(3).
               10  w-SLA-Regle         pic x.
