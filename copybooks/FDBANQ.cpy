      ******************************************************************
      * FD for the bank reference file: one record per French bank
      * code with the BIC its branches receive SEPA payments under.
      * Loaded by ChargementReferentielBanques from the published
      * register, consulted by ControleIBAN on every payment line.
      ******************************************************************
       FD  BanqueF.
       01  FDBQ-Banque.
           05  FDBQ-CodeBanque             pic x(5).
           05  FDBQ-BIC                    pic x(11).
           05  FDBQ-NomBanque              pic x(40).
           05  FDBQ-DateMaj                pic x(8).
