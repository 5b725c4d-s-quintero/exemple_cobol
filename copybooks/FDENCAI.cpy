      ******************************************************************
      * FD for the non-SEPA receipts file. One record per cheque or
      * client transfer received, posted by SaisieEncaissements: who
      * paid, how, the amount, and what became of it - the part
      * applied to quittances, the part refunded. What is neither
      * applied nor refunded is unapplied cash, held on the suspense
      * account until an operator allocates or refunds it; a receipt
      * whose balance reaches zero is closed ('S'). ExportJournalCompta
      * posts the receipts and refunds of the day through the
      * suspense account, RapportEncaissements lists the balance.
      ******************************************************************
       FD  EncaissementF.
       01  FDE-Encaissement.
           05  FDE-NumEncaissement         pic x(10).
           05  FDE-DateReception           pic x(8).
           05  FDE-ModeReglement           pic x.
               88  Encaissement-Cheque     value 'C'.
               88  Encaissement-Virement   value 'V'.
           05  FDE-RefPaiement             pic x(20).
           05  FDE-CodeClient              pic x(10).
           05  FDE-Montant                 pic 9(7)v99.
           05  FDE-MontantAffecte          pic 9(7)v99.
           05  FDE-MontantRembourse        pic 9(7)v99.
           05  FDE-DateRemboursement       pic x(8).
           05  FDE-Statut                  pic x.
               88  Encaissement-Ouvert     value 'O'.
               88  Encaissement-Solde      value 'S'.
           05  FDE-CodeOperateur           pic x(8).
           05  FDE-Commentaire             pic x(40).
