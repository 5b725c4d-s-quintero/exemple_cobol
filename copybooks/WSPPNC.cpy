      ******************************************************************
      * Working-storage for the premium cover paragraphs (PPNC.cpy).
      * The caller fills the quittance period (AAAAMM), the contract
      * fractionnement, the premium ventilation of the quittance and
      * a window (first day included, last day excluded, AAAAMMJJ);
      * it gets back the cover of the quittance, the days of it
      * falling in the window and the part of each guarantee's
      * premium those days carry.
      ******************************************************************
       01  w-PN-Periode.
           05  w-PN-Per-AAAA           pic 9(4).
           05  w-PN-Per-MM             pic 9(2).
       01  w-PN-Fractionnement         pic x.
       01  w-PN-Ventilation.
           05  w-PN-PrimeGar           occurs 6 times pic 9(7)v99.
       01  w-PN-FenetreDebut           pic 9(8).
       01  w-PN-FenetreFin             pic 9(8).

       01  w-PN-NbMois                 pic 9(2).
       01  w-PN-DateDebut.
           05  w-PN-Deb-AAAA           pic 9(4).
           05  w-PN-Deb-MM             pic 9(2).
           05  w-PN-Deb-JJ             pic 9(2).
       01  w-PN-DateDebutN redefines w-PN-DateDebut pic 9(8).
       01  w-PN-DateFin.
           05  w-PN-Fin-AAAA           pic 9(4).
           05  w-PN-Fin-MM             pic 9(2).
           05  w-PN-Fin-JJ             pic 9(2).
       01  w-PN-DateFinN redefines w-PN-DateFin pic 9(8).
       01  w-PN-JoursCouverture        pic 9(5).
       01  w-PN-JoursFenetre           pic 9(5).
       01  w-PN-Parts.
           05  w-PN-PartGar            occurs 6 times pic 9(7)v99.
       01  w-PN-PartTotale             pic 9(9)v99.

       01  w-PN-Idx                    pic 9.
       01  w-PN-JourDebut              pic 9(7).
       01  w-PN-JourFin                pic 9(7).
       01  w-PN-BorneDebut             pic 9(7).
       01  w-PN-BorneFin               pic 9(7).
