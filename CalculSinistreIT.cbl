      *          return-to-work date, after a franchise period: days
      *          off minus franchise, times the daily rate, for every
      *          resolved IT claim whose contract carries an active IT
      *          guarantee. The daily rate and the franchise (15, 30
      *          or 90 days) are the levels chosen on the contract,
      *          or on the insured's own line. A relapse (rechute)
      *          counts the arrest of its chain: only what is left
      *          of the franchise after the earlier arrests applies.
      *          Claims that fail a check are logged to a rejects
      *          file instead of being paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY WSCONTRA.

      ******************************************************************
      * Daily rate and franchise: those the contract was sold with,
      * or the insured's own when the claim names an additional
      * insured (NIVEAUX.cpy / NIVASSUR.cpy).
      ******************************************************************
           COPY WSNIVEAU.
       01  w-FranchiseRestante         pic 9(3).

       01  w-FinSinistres              pic x value 'N'.
           88  FinSinistres            value 'O'.
                   ELSE
                       perform Verifier-AssureCouvert
                       IF AssureCouvert
                           perform Niveaux-Determiner
                           perform Calculer-Indemnite
                       END-IF
                   END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Niveaux du contrat, puis ceux de l'assure vise quand le
      * sinistre en designe un (sa ligne vient d'etre lue par
      * Verifier-AssureCouvert).
      ******************************************************************
       Niveaux-Determiner.
           perform Niveaux-Contrat.
           IF FD-NumAssure NOT = zero AND AssuresDispo
               perform Niveaux-Assure
           END-IF.

      ******************************************************************
      * Days off work run from the loss date to the return-to-work
      * date; the first w-NV-FranchiseJours of them are the insured's
      * own - for a relapse, less the days the earlier arrests of the
      * chain already spent in it (w-FranchiseRestante). A period
      * entirely inside the franchise pays nothing and is reported as
      * such rather than printed as a zero payout.
      ******************************************************************
       Calculer-Indemnite.
           MOVE FD-DateSinistre (1:2)       TO w-Debut-JJ.
               WRITE Rej-Ligne
               ADD 1 TO w-NbRejets
           ELSE
               perform Calculer-FranchiseRestante
               COMPUTE w-JoursIndemnises =
                   w-JoursArret - w-FranchiseRestante
               IF w-JoursIndemnises <= 0
                   STRING 'Sinistre ' FD-CodeSinistre
                       ' rejete: periode dans la franchise de '
                       w-FranchiseRestante ' jours'
                       DELIMITED BY SIZE INTO Rej-Ligne
                   WRITE Rej-Ligne
                   ADD 1 TO w-NbRejets
               END-IF
           END-IF.

       Calculer-FranchiseRestante.
           MOVE w-NV-FranchiseJours TO w-FranchiseRestante.
           IF FD-SinistreOrigine NOT = spaces
               AND FD-JoursArretAnterieurs IS NUMERIC
               IF FD-JoursArretAnterieurs >= w-NV-FranchiseJours
                   MOVE zero TO w-FranchiseRestante
               ELSE
                   SUBTRACT FD-JoursArretAnterieurs
                       FROM w-FranchiseRestante
               END-IF
           END-IF.

       Verser-Indemnite.
           COMPUTE w-Indemnite =
               w-JoursIndemnises * w-NV-TauxJournalier.

           MOVE FD-CodeSinistre    TO LD-Sinistre.
           MOVE FD-ref_CodeClient  TO LD-Client.
           ADD w-Indemnite TO w-TotalPaye.
           ADD 1 TO w-NbPayes.

      ************Niveaux de garantie du contrat et de l'assure*******
           COPY NIVEAUX.
           COPY NIVASSUR.

      * END PROGRAM CalculSinistreIT.
