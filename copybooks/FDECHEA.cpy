      ******************************************************************
      * FD for the arrears payment plans. A plan is agreed with a
      * client in difficulty (GestionEcheanciers) over the unpaid
      * quittances of one contract: the quittances it covers, with
      * the dunning stage each had reached, and up to twelve monthly
      * instalments with their agreed amounts. While the plan is
      * active the covered quittances are frozen at that stage
      * (RelancesImpayes passes over them); the instalments go to the
      * bank with the SEPA collection, are confirmed by the bank
      * statement or come back unpaid. A returned instalment breaks
      * the plan ('R') and normal dunning resumes; the last one
      * confirmed settles the covered quittances and closes the plan
      * ('S'). One plan per contract: a new plan may only replace a
      * closed or broken one.
      ******************************************************************
       FD  EcheancierF.
       01  FDEC-Echeancier.
           05  FDEC-CodeContrat            pic x(10).
           05  FDEC-CodeClient             pic x(10).
           05  FDEC-DateCreation           pic x(8).
           05  FDEC-CodeOperateur          pic x(8).
           05  FDEC-Statut                 pic x.
               88  Echeancier-Actif        value 'A'.
               88  Echeancier-Solde        value 'S'.
               88  Echeancier-Rompu        value 'R'.
      * Date du solde ou de la rupture.
           05  FDEC-DateFin                pic x(8).
           05  FDEC-MontantTotal           pic 9(7)v99.
      * Quittances couvertes, avec le niveau de relance gele.
           05  FDEC-NbQuittances           pic 9(2).
           05  FDEC-Quittance occurs 12 times.
               10  FDEC-QuitPeriode        pic x(6).
               10  FDEC-QuitMontant        pic 9(7)v99.
               10  FDEC-QuitNiveau         pic 9.
      * Echeances: mois de prelevement (AAAAMM), montant convenu,
      * etat - blanc a venir, 'E' partie a la banque, 'P' confirmee
      * par le releve, 'I' revenue impayee.
           05  FDEC-NbEcheances            pic 9(2).
           05  FDEC-Echeance occurs 12 times.
               10  FDEC-EchPeriode         pic x(6).
               10  FDEC-EchMontant         pic 9(7)v99.
               10  FDEC-EchStatut          pic x.
               10  FDEC-EchDateExport      pic x(8).
               10  FDEC-EchDateReglement   pic x(8).
