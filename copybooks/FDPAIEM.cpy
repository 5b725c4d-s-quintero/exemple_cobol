      * balance - so the key is claim + payment number and each line
      * says which kind it is. The payout export pays the settled
      * amount net of what is already on the register, which is what
      * makes a rerun (or an interim payment cycle) safe. The legal
      * interest owed on a settlement paid past its deadline goes
      * out on its own line, never counted against the settlement.
      ******************************************************************
       FD  PaiementF.
       01  FDP-Paiement.
           05  FDP-TypePaiement            pic x.
               88  Paiement-Acompte        value 'A'.
               88  Paiement-Solde          value 'S'.
               88  Paiement-Interets       value 'I'.
      * Date a laquelle le releve bancaire a confirme que le
      * virement a reellement quitte le compte.
           05  FDP-DateConfirmation        pic x(8).
      * IBAN sur lequel le virement est parti (a blanc: inconnu,
      * paiements anterieurs repris par ConversionPaiements).
           05  FDP-IBAN                    pic x(34).
      * Montant reellement vire: le montant paye net de ce qui est
      * retenu sur les indus du client - celui que le releve
      * bancaire confirme. Tout retenu (net zero), rien ne part et
      * le paiement est confirme des son enregistrement.
           05  FDP-MontantVire             pic 9(9)v99.
