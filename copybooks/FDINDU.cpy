      ******************************************************************
      * FD for the claim overpayments register. One record per
      * receivable opened against a client when the payments register
      * shows more paid on a claim than is owed on it - IT acomptes
      * advanced past a return to work recorded later, a settlement
      * below what was already advanced, or a claim refused after
      * acomptes. The receivable is cleared by deduction from the
      * client's later claim payments, by a transfer received, or by
      * a write-off requested by an operator and approved by another
      * (supervisor). Each of those is a line of MVTINDU.DAT.
      ******************************************************************
       FD  IndusF.
       01  FDIN-Indu.
           05  FDIN-CleIndu.
               10  FDIN-CodeSinistre       pic x(10).
               10  FDIN-NumIndu            pic 9(2).
           05  FDIN-CodeClient             pic x(10).
           05  FDIN-CodeContrat            pic x(10).
      * Origine: detecte par les acomptes IT ou par l'export des
      * reglements.
           05  FDIN-Origine                pic x.
               88  Indu-DesAcomptes        value 'A'.
               88  Indu-DuReglement        value 'S'.
           05  FDIN-DateOuverture          pic x(8).
           05  FDIN-MontantPaye            pic 9(9)v99.
           05  FDIN-MontantDu              pic 9(9)v99.
           05  FDIN-MontantInitial         pic 9(9)v99.
           05  FDIN-Solde                  pic 9(9)v99.
           05  FDIN-Statut                 pic x.
               88  Indu-Ouvert             value 'O'.
               88  Indu-PerteDemandee      value 'P'.
               88  Indu-Recouvre           value 'R'.
               88  Indu-Abandonne          value 'A'.
               88  Indu-Recouvrable        value 'O' 'P'.
           05  FDIN-DateLettre             pic x(8).
      * Abandon de creance: l'operateur qui le demande et son motif,
      * le superviseur qui l'accorde.
           05  FDIN-DemandeurPerte         pic x(8).
           05  FDIN-MotifPerte             pic x(30).
           05  FDIN-ApprobateurPerte       pic x(8).
           05  FDIN-DateCloture            pic x(8).
           05  FDIN-DernierMouvement       pic 9(3).
