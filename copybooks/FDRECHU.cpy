      ******************************************************************
      * FD for the IT relapse parameter: the number of calendar days
      * after a return to work during which a new IT arrest on the
      * same contract and insured is a relapse of the first one.
      ******************************************************************
       FD  RechuteF.
       01  RCH-Carte.
           05  RCH-FenetreJours        pic 9(3).
