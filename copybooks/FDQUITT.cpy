      * that period, when it was sent to the bank, when the money
      * confirmed, and where the premium stands. The SEPA export
      * writes it, the bank-return ingestion marks it unpaid, the
      * settlement sweep marks it paid - or the cash posting
      * (SaisieEncaissements) when the client paid by cheque or by
      * their own transfer.
      ******************************************************************
       FD  QuittanceF.
       01  FDQ-Quittance.
      * c'est elle, et plus un delai ecoule, qui autorise le
      * reglement de la quittance.
           05  FDQ-DateConfirmation        pic x(8).
      * Moyen de reglement: blanc ou 'S' prelevement SEPA, 'C'
      * cheque, 'V' virement du client - ces deux derniers portent
      * l'encaissement (ENCAISS.DAT) dont la quittance a ete payee.
           05  FDQ-ModeReglement           pic x.
               88  Reglement-Cheque        value 'C'.
               88  Reglement-Virement      value 'V'.
               88  Reglement-HorsSEPA      value 'C' 'V'.
           05  FDQ-NumEncaissement         pic x(10).
