      *          by postal code. A summary totals page per broker plus
      *          the grand total closes the file for accounting.
      *          Contracts with no broker code (direct business) are
      *          simply skipped. A contract moved to another broker
      *          (transfer register TRANSCRT.DAT) during the months a
      *          quittance covers has its premium split between the
      *          brokers pro rata of the days each held it, the lines
      *          marked prorata on both statements.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELQUITT.
           COPY SELCONTR.
           COPY SELCOURT.
           COPY SELTRANS.

           SELECT TriCommissions ASSIGN TO "COMMTRI.TMP".

           COPY FDQUITT.
           COPY FDCONTRA.
           COPY FDCOURT.
           COPY FDTRANS.

       SD  TriCommissions.
       01  SD-Commission.
           10  SD-Montant                pic 9(7)v99.
           10  SD-Taux                   pic 9(2)v99.
           10  SD-NomCourtier            pic x(30).
           10  SD-Partage                pic x.

       FD  FichierCommissions.
       01  Com-Ligne                   pic x(100).
           COPY WSQUIFS.
           COPY WSCNTFS.
           COPY WSCOUFS.
           COPY WSTRAFS.

       01  w-PeriodeDemandee           pic x(6).

       01  w-TotalEdite                pic z(8)9.99.
       01  w-TotalEdite2               pic z(8)9.99.

      * Partage d'une quittance entre les apporteurs successifs du
      * contrat sur les mois qu'elle couvre (1, 3 ou 12 selon le
      * fractionnement), dates AAAAMMJJ, fin exclue.
       01  w-TransfertsDispo           pic x value 'N'.
           88  TransfertsDispo         value 'O'.
       01  w-FinTransferts             pic x.
           88  FinTransferts           value 'O'.
       01  w-TrfTable.
           05  w-Trf occurs 20 times.
               10  w-TrfDateEffet      pic 9(8).
               10  w-TrfAncien         pic x(10).
               10  w-TrfNouveau        pic x(10).
       01  w-NbTrf                     pic 9(2).
       01  w-IdxTrf                    pic 9(2).
       01  w-DebutCouverture.
           05  w-Debut-AAAA            pic 9(4).
           05  w-Debut-MM              pic 9(2).
           05  w-Debut-JJ              pic 9(2).
       01  w-DebutCouvertureNum redefines w-DebutCouverture
                                       pic 9(8).
       01  w-FinCouverture.
           05  w-Fin-AAAA              pic 9(4).
           05  w-Fin-MM                pic 9(2).
           05  w-Fin-JJ                pic 9(2).
       01  w-FinCouvertureNum redefines w-FinCouverture pic 9(8).
       01  w-MoisCouverts              pic 9(2).
       01  w-JoursCouverts             pic 9(3).
       01  w-JoursPart                 pic 9(3).
       01  w-DebutPart                 pic 9(8).
       01  w-FinPart                   pic 9(8).
       01  w-CourtierPart              pic x(10).
       01  w-MontantBase               pic 9(7)v99.
       01  w-MontantPart               pic 9(7)v99.
       01  w-MontantReparti            pic 9(7)v99.
       01  w-Partage                   pic x.
           88  Partage                 value 'O'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           OPEN INPUT TransfertF.
           IF TransfertF-OK
               MOVE 'O' TO w-TransfertsDispo
           END-IF.

           MOVE zero TO w-RecapIdx.
           MOVE spaces TO w-RecapTable.

           CLOSE QuittanceF.
           CLOSE ContratF.
           CLOSE CourtierF.
           IF TransfertsDispo
               CLOSE TransfertF
           END-IF.

           DISPLAY 'Commissions ' w-PeriodeDemandee ' : '
               w-NbCourtiers ' releve(s), ' w-NbRetenues
                   DISPLAY 'Quittance ' FDQ-CodeContrat ' '
                       FDQ-Periode ': contrat introuvable'
               NOT INVALID KEY
      * La commission porte sur la prime hors taxe d'assurance; les
      * quittances d'avant la taxe n'ont pas le champ (non numerique).
                   MOVE FDQ-MontantDu TO w-MontantBase
                   IF FDQ-MontantTaxe NUMERIC
                       SUBTRACT FDQ-MontantTaxe FROM w-MontantBase
                   END-IF
                   perform Charger-Transferts
                   IF w-NbTrf = zero
                       MOVE 'N' TO w-Partage
                       MOVE FD-CodeCourtier TO w-CourtierPart
                       MOVE w-MontantBase TO w-MontantPart
                       perform Charger-Part
                   ELSE
                       perform Repartir-Quittance
                   END-IF
           END-READ.

       Charger-Part.
           IF w-CourtierPart = spaces
               ADD 1 TO w-NbSansCourtier
           ELSE
               perform Charger-Ligne-Commission
           END-IF.

       Charger-Ligne-Commission.
           MOVE w-CourtierPart TO FDK-CodeCourtier.
           READ CourtierF
               INVALID KEY
                   DISPLAY 'Contrat ' FDQ-CodeContrat
                       ': courtier ' w-CourtierPart ' introuvable'
               NOT INVALID KEY
                   MOVE w-CourtierPart     TO SD-CodeCourtier
                   MOVE FDQ-CodeContrat    TO SD-CodeContrat
                   MOVE FDQ-ref_CodeClient TO SD-CodeClient
                   MOVE FDQ-Periode        TO SD-Periode
                   MOVE w-MontantPart      TO SD-Montant
                   MOVE FDK-TauxCommission TO SD-Taux
                   MOVE FDK-Nom            TO SD-NomCourtier
                   MOVE w-Partage          TO SD-Partage
                   RELEASE SD-Commission
                   ADD 1 TO w-NbRetenues
           END-READ.

      ******************************************************************
      * Transferts du contrat au registre, par date d'effet
      * croissante. Seuls comptent ceux qui tombent apres le premier
      * jour couvert par la quittance: les autres ne changent rien a
      * qui la commissionne.
      ******************************************************************
       Charger-Transferts.
           MOVE zero TO w-NbTrf.
           IF TransfertsDispo
               perform Calculer-Couverture
               MOVE 'N' TO w-FinTransferts
               MOVE FDQ-CodeContrat TO FDTC-CodeContrat
               MOVE LOW-VALUES TO FDTC-DateEffet
               START TransfertF KEY IS NOT LESS THAN FDTC-CleTransfert
                   INVALID KEY MOVE 'O' TO w-FinTransferts
               END-START
               PERFORM Charger-UnTransfert UNTIL FinTransferts
           END-IF.

       Charger-UnTransfert.
           READ TransfertF NEXT RECORD
               AT END MOVE 'O' TO w-FinTransferts
           END-READ.
           IF NOT FinTransferts
               IF FDTC-CodeContrat NOT = FDQ-CodeContrat
                   MOVE 'O' TO w-FinTransferts
               ELSE
                   IF FDTC-DateEffet NUMERIC
                       AND FDTC-DateEffet > w-DebutCouverture
                       AND w-NbTrf < 20
                       ADD 1 TO w-NbTrf
                       MOVE FDTC-DateEffet
                           TO w-TrfDateEffet (w-NbTrf)
                       MOVE FDTC-CourtierAncien
                           TO w-TrfAncien (w-NbTrf)
                       MOVE FDTC-CourtierNouveau
                           TO w-TrfNouveau (w-NbTrf)
                   END-IF
               END-IF
           END-IF.

      * Premier jour de la periode de la quittance et premier jour
      * apres les mois qu'elle couvre.
       Calculer-Couverture.
           EVALUATE FD-Fractionnement
               WHEN 'T' MOVE 3 TO w-MoisCouverts
               WHEN 'A' MOVE 12 TO w-MoisCouverts
               WHEN OTHER MOVE 1 TO w-MoisCouverts
           END-EVALUATE.
           MOVE FDQ-Periode (1:4) TO w-Debut-AAAA.
           MOVE FDQ-Periode (5:2) TO w-Debut-MM.
           MOVE 01 TO w-Debut-JJ.
           MOVE w-DebutCouverture TO w-FinCouverture.
           ADD w-MoisCouverts TO w-Fin-MM.
           IF w-Fin-MM > 12
               SUBTRACT 12 FROM w-Fin-MM
               ADD 1 TO w-Fin-AAAA
           END-IF.
           COMPUTE w-JoursCouverts =
               FUNCTION INTEGER-OF-DATE(w-FinCouvertureNum)
               - FUNCTION INTEGER-OF-DATE(w-DebutCouvertureNum).

      ******************************************************************
      * Le premier transfert retenu dit qui tenait le contrat au
      * debut de la couverture (son cedant); chaque transfert ouvre
      * la part du repreneur jusqu'au suivant. Une part a la prime au
      * prorata de ses jours, la derniere prend le reste de l'arrondi.
      * Un transfert posterieur a la couverture ne coupe rien: toute
      * la prime va au cedant.
      ******************************************************************
       Repartir-Quittance.
           MOVE 'O' TO w-Partage.
           MOVE zero TO w-MontantReparti.
           MOVE w-DebutCouvertureNum TO w-DebutPart.
           MOVE w-TrfAncien (1) TO w-CourtierPart.
           PERFORM Repartir-UnTransfert
               VARYING w-IdxTrf FROM 1 BY 1
               UNTIL w-IdxTrf > w-NbTrf
               OR w-TrfDateEffet (w-IdxTrf) NOT < w-FinCouvertureNum.
           IF w-DebutPart = w-DebutCouvertureNum
               MOVE 'N' TO w-Partage
           END-IF.
           COMPUTE w-MontantPart = w-MontantBase - w-MontantReparti.
           perform Charger-Part.

       Repartir-UnTransfert.
           MOVE w-TrfDateEffet (w-IdxTrf) TO w-FinPart.
           COMPUTE w-JoursPart =
               FUNCTION INTEGER-OF-DATE(w-FinPart)
               - FUNCTION INTEGER-OF-DATE(w-DebutPart).
           COMPUTE w-MontantPart ROUNDED =
               w-MontantBase * w-JoursPart / w-JoursCouverts.
           ADD w-MontantPart TO w-MontantReparti.
           perform Charger-Part.
           MOVE w-FinPart TO w-DebutPart.
           MOVE w-TrfNouveau (w-IdxTrf) TO w-CourtierPart.

       Imprimer-Releves.
           OPEN OUTPUT FichierCommissions.

               SD-Montant * SD-Taux / 100.
           MOVE SD-Montant TO w-MontantEdite.
           MOVE w-Commission TO w-CommEdite.
           MOVE spaces TO Com-Ligne.
           STRING '  Contrat ' SD-CodeContrat
               '  client ' SD-CodeClient
               '  prime ' w-MontantEdite
               '  commission ' w-CommEdite ' EUR'
               DELIMITED BY SIZE INTO Com-Ligne.
           IF SD-Partage = 'O'
               MOVE ' prorata' TO Com-Ligne (87:8)
           END-IF.
           WRITE Com-Ligne.
           ADD SD-Montant TO w-TotalPrimes.
           ADD w-Commission TO w-TotalCommission.
           MOVE zero TO w-TotalPrimes w-TotalCommission.
           MOVE spaces TO Com-Ligne.
           WRITE Com-Ligne.
           MOVE spaces TO Com-Ligne.
           STRING '=== Releve de commissions ' w-PeriodeDemandee
               ' - apporteur ' SD-CodeCourtier ' ==='
               DELIMITED BY SIZE INTO Com-Ligne.
           WRITE Com-Ligne.
           MOVE spaces TO Com-Ligne.
           STRING SD-NomCourtier ' - taux ' SD-Taux ' %'
               DELIMITED BY SIZE INTO Com-Ligne.
           WRITE Com-Ligne.
       Imprimer-TotalCourtier.
           MOVE w-TotalPrimes TO w-TotalEdite.
           MOVE w-TotalCommission TO w-TotalEdite2.
           MOVE spaces TO Com-Ligne.
           STRING '  Total primes encaissees: ' w-TotalEdite
               '  commission due: ' w-TotalEdite2 ' EUR'
               DELIMITED BY SIZE INTO Com-Ligne.
       Imprimer-Recapitulatif.
           MOVE spaces TO Com-Ligne.
           WRITE Com-Ligne.
           MOVE spaces TO Com-Ligne.
           STRING '=== Recapitulatif comptable ' w-PeriodeDemandee
               ' ===' DELIMITED BY SIZE INTO Com-Ligne.
           WRITE Com-Ligne.
               OR w-RecapCode (w-RecapIdx) = spaces
               MOVE w-RecapPrimes (w-RecapIdx) TO w-TotalEdite
               MOVE w-RecapComm (w-RecapIdx) TO w-TotalEdite2
               MOVE spaces TO Com-Ligne
               STRING w-RecapCode (w-RecapIdx) ' '
                   w-RecapNom (w-RecapIdx)
                   ' primes ' w-TotalEdite
               WRITE Com-Ligne
           END-PERFORM.
           IF RecapSature
               MOVE spaces TO Com-Ligne
               STRING '*** Recapitulatif tronque a 200 courtiers, '
                   'le detail au-dela n''est qu''au total general '
                   '***' DELIMITED BY SIZE INTO Com-Ligne
           END-IF.
           MOVE w-GrandTotalPrimes TO w-TotalEdite.
           MOVE w-GrandTotalComm TO w-TotalEdite2.
           MOVE spaces TO Com-Ligne.
           STRING 'TOTAL GENERAL primes ' w-TotalEdite
               ' commissions ' w-TotalEdite2 ' EUR'
               DELIMITED BY SIZE INTO Com-Ligne.
