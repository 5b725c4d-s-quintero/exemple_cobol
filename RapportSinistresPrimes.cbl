      * Purpose: Loss-ratio (S/P) report per guarantee for a year -
      *          the page the actuaries price next year's cards from.
      *          Premiums earned come off the receivables ledger: the
      *          collected (exported or paid) quittances whose cover
      *          runs into the year, split per guarantee by the
      *          ventilation the SEPA export carries on each quittance
      *          and earned pro rata of the cover days falling in the
      *          year - up to today for the year in progress - the
      *          way the month-end unearned premium reserve spreads
      *          them (quittances from before the ventilation are
      *          skipped and counted, so the page says what it could
      *          not split). Claims incurred come off the
      *          claims register by claim type and loss-date year:
      *          settled amounts plus the reserves still standing on
      *          open files. One line per guarantee with the S/P
       FILE-CONTROL.
           COPY SELQUITT.
           COPY SELSINIS.
           COPY SELCONTR.

           SELECT RapportSP ASSIGN TO "RAPSP.TXT"
               ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
           COPY FDQUITT.
           COPY FDSINISF.
           COPY FDCONTRA.

       FD  RapportSP.
       01  Rap-Ligne                   pic x(100).
           COPY WSRUNCT.
           COPY WSQUIFS.
           COPY WSSINFS.
           COPY WSCNTFS.
           COPY WSPPNC.

       01  w-AnneeDemandee             pic x(4).
       01  w-AnneeDemandeeN redefines w-AnneeDemandee pic 9(4).
       01  w-AnneePrecedente           pic 9(4).
       01  w-DateDuJour                pic 9(8).
       01  w-FinExercice               pic 9(8).

       01  w-FinQuittances             pic x value 'N'.
           88  FinQuittances           value 'O'.
           05  w-ChargeGar             occurs 6 times pic 9(11)v99.
       01  w-Idx                       pic 9.

       01  w-NbQuittances              pic 9(7) value zero.
       01  w-NbSansVentil              pic 9(7) value zero.
       01  w-NbSinistres               pic 9(7) value zero.

           DISPLAY 'Annee du rapport S/P (AAAA): '.
           ACCEPT w-AnneeDemandee.
           IF w-AnneeDemandee NOT NUMERIC
               DISPLAY 'Annee invalide: ' w-AnneeDemandee
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-AnneePrecedente = w-AnneeDemandeeN - 1.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           COMPUTE w-FinExercice = (w-AnneeDemandeeN + 1) * 10000
               + 0101.
           IF w-FinExercice > w-DateDuJour
               COMPUTE w-FinExercice = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-DateDuJour) + 1)
           END-IF.

           OPEN INPUT QuittanceF.
           IF NOT QuittanceF-OK
               STOP RUN
           END-IF.
           OPEN INPUT SinisF.
           OPEN INPUT ContratF.
           OPEN OUTPUT RapportSP.

           PERFORM VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6

           CLOSE QuittanceF.
           CLOSE SinisF.
           CLOSE ContratF.
           CLOSE RapportSP.

           DISPLAY 'Rapport S/P ' w-AnneeDemandee ' edite ('
               AT END MOVE 'O' TO w-FinQuittances
           END-READ.
           IF NOT FinQuittances
               IF (FDQ-Periode (1:4) = w-AnneeDemandee
                   OR FDQ-Periode (1:4) = w-AnneePrecedente)
                   AND FDQ-Periode NUMERIC
                   AND (Quittance-Payee OR Quittance-Exportee)
                   IF FDQ-VentilationPrime NUMERIC
                       perform Acquerir-Prime
                   ELSE
                       IF FDQ-Periode (1:4) = w-AnneeDemandee
                           ADD 1 TO w-NbSansVentil
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Prime acquise sur l'exercice: la part de la couverture de la
      * quittance (fractionnement du contrat, mensuel a defaut)
      * tombant entre le 1er janvier et la fin de l'exercice.
      ******************************************************************
       Acquerir-Prime.
           MOVE FDQ-CodeContrat TO FD-CodeContrat.
           READ ContratF
               INVALID KEY
                   MOVE space TO w-PN-Fractionnement
               NOT INVALID KEY
                   MOVE FD-Fractionnement TO w-PN-Fractionnement
           END-READ.
           MOVE FDQ-Periode TO w-PN-Periode.
           MOVE FDQ-VentilationPrime TO w-PN-Ventilation.
           COMPUTE w-PN-FenetreDebut = w-AnneeDemandeeN * 10000 + 0101.
           MOVE w-FinExercice TO w-PN-FenetreFin.
           perform Ppnc-Repartir.
           IF w-PN-JoursFenetre > zero
               ADD 1 TO w-NbQuittances
               PERFORM Acquerir-Garantie
                   VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
           END-IF.

       Acquerir-Garantie.
           ADD w-PN-PartGar (w-Idx) TO w-PrimeGar (w-Idx).

      ******************************************************************
      * Charge de l'exercice par type: le regle des dossiers clos
      * plus la provision des dossiers encore ouverts, pour les
               w-AnneeDemandee DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Primes acquises au prorata de la couverture, '
               'arretees au ' w-FinExercice ' exclu'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE 'Garantie  Primes acquises  Charge sinistres  S/P %'
               TO Rap-Ligne.
               WRITE Rap-Ligne
           END-IF.

      ************Couverture des quittances****************************
           COPY PPNC.

      * END PROGRAM RapportSinistresPrimes.
