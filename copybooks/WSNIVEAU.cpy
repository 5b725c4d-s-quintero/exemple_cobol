      ******************************************************************
      * Working-storage for the benefit-level paragraphs (NIVEAUX.cpy):
      * the reference levels of the general conditions - what a
      * contract or insured with no explicit choice on file gets -
      * and the levels retained for the claim being processed.
      ******************************************************************
       01  w-NV-IndemniteReference     pic 9(5)v99 value 45.00.
       01  w-NV-FranchiseReference     pic 9(3) value 030.
       01  w-NV-CapitalReference       pic 9(7)v99 value 50000.00.

       01  w-NV-TauxJournalier         pic 9(5)v99.
       01  w-NV-FranchiseJours         pic 9(3).
       01  w-NV-CapitalDC              pic 9(7)v99.
       01  w-NV-Edition                pic z(6)9.99.
