      ******************************************************************
      * FD for the fraud indicator table: indicator code, weight in
      * points (zero switches the indicator off) and its parameter -
      * a number of days, or of claims or clients depending on the
      * indicator. For the SEUI row the weight is the score from
      * which a claim is held for review.
      ******************************************************************
       FD  IndicateurFraudeF.
       01  FRI-Carte.
           05  FRI-Code                pic x(4).
           05  FRI-Poids               pic 9(3).
           05  FRI-Parametre           pic 9(3).
