      ******************************************************************
      * FD for the legal interest rate table: the taux de l'interet
      * legal (annual percentage) in force from DateEffet until the
      * next record. Late-payment interest on a claim settlement is
      * worked out period by period over these rates (INTERETS.cpy).
      * Loaded by MajTauxLegal.
      ******************************************************************
       FD  TauxLegalF.
       01  FDTL-TauxLegal.
           05  FDTL-DateEffet              pic x(8).
           05  FDTL-Taux                   pic 9(2)v99.
