      *          its confirmation date - the settlement sweep now
      *          rests on that stamp, not on elapsed days. Each
      *          statement debit is matched to a payments-register
      *          line (claim + payment number in the reference, the
      *          net amount actually transferred) and stamps it
      *          confirmed. Statement lines matching
      *          nothing, and ledger entries the statement has never
      *          confirmed after the chase delay, go to the
      *          exceptions report - that list is the reconciliation.
      *          A credit matching a payment-plan instalment sent
      *          that month (same contract, same amount) confirms the
      *          instalment; the last instalment confirmed settles
      *          the quittances the plan covered and closes it.
      *          Before anything is updated the whole file is read once:
      *          its header and trailer must be present, the trailer
      *          must agree with the detail count and the total of the
      *          amounts, and the sequence number must follow the last
      *          one loaded. A file failing any check is rejected whole
      *          and the job ends with return code 8; the result of the
      *          check goes to the run-control file for the end-of-day
      *          report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELQUITT.
           COPY SELPAIEM.
           COPY SELECHEA.

           SELECT ReleveBancaire ASSIGN TO "RELBANC.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
           COPY FDQUITT.
           COPY FDPAIEM.
           COPY FDECHEA.

      ******************************************************************
      * Une ligne du releve: sens C (credit, prime encaissee) ou D
           05  BNQ-Montant             pic 9(9)v99.
           05  filler                  pic x.
           05  BNQ-DateValeur          pic 9(8).
           COPY FDFLUX.

       FD  ExceptionsBanc.
       01  Exc-Ligne                   pic x(120).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSQUIFS.
           COPY WSPAIFS.
           COPY WSECHFS.

       01  w-DateDuJour                pic 9(8).
       01  w-FinReleve                 pic x value 'N'.
       01  w-NbDebits                  pic 9(7) value zero.
       01  w-NbExceptions              pic 9(7) value zero.
       01  w-NbNonConfirmes            pic 9(7) value zero.
       01  w-NbEcheances               pic 9(7) value zero.
       01  w-NbEcheanciersSoldes       pic 9(7) value zero.

       01  w-IdxE                      pic 9(2).
       01  w-IdxQ                      pic 9(2).
       01  w-IdxTrouve                 pic 9(2).
       01  w-EcheanceTrouvee           pic x.
           88  EcheanceTrouvee         value 'O'.
       01  w-EcheancierTermine         pic x.
           88  EcheancierTermine       value 'O'.

       PROCEDURE DIVISION.

           END-IF.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           perform Controler-Releve.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           OPEN INPUT ReleveBancaire.
           OPEN I-O QuittanceF.
           IF NOT QuittanceF-OK
                   OPEN I-O PaiementF
               END-IF
           END-IF.
           OPEN I-O EcheancierF.
           IF NOT EcheancierF-OK
               IF w-EcheancierF-Status = '35'
                   OPEN OUTPUT EcheancierF
                   CLOSE EcheancierF
                   OPEN I-O EcheancierF
               END-IF
           END-IF.
           OPEN OUTPUT ExceptionsBanc.

           PERFORM UNTIL FinReleve
               READ ReleveBancaire
                   AT END MOVE 'O' TO w-FinReleve
                   NOT AT END
                       IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                           perform Traiter-LigneReleve
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ReleveBancaire.
           CLOSE QuittanceF.
           CLOSE PaiementF.
           CLOSE EcheancierF.
           CLOSE ExceptionsBanc.
           perform Flux-Accepter.

           DISPLAY 'Rapprochement bancaire termine.'.
           DISPLAY '  Credits confirmes  : ' w-NbCredits.
           DISPLAY '  Debits confirmes   : ' w-NbDebits.
           DISPLAY '  Lignes sans contrepartie: ' w-NbExceptions.
           DISPLAY '  Ecritures non confirmees: ' w-NbNonConfirmes.
           DISPLAY '  Echeances confirmees: ' w-NbEcheances.
           DISPLAY '  Echeanciers soldes  : ' w-NbEcheanciersSoldes.

           MOVE 'F' TO w-RC-Action.
           STRING 'credits=' w-NbCredits ' debits=' w-NbDebits
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * Premier passage sur le releve: en-tete, pied, nombre de
      * lignes, total des montants et sequence, avant toute mise a
      * jour.
      ******************************************************************
       Controler-Releve.
           MOVE 'RELBANC' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT ReleveBancaire.
           MOVE 'N' TO w-FinReleve.
           PERFORM Controler-LigneReleve UNTIL FinReleve.
           CLOSE ReleveBancaire.
           MOVE 'N' TO w-FinReleve.
           perform Flux-Conclure.

       Controler-LigneReleve.
           READ ReleveBancaire
               AT END MOVE 'O' TO w-FinReleve
               NOT AT END
                   perform Flux-Examiner
                   IF FX-LigneDetail
                       ADD BNQ-Montant TO w-FX-Total
                   END-IF
           END-READ.

       Traiter-LigneReleve.
           EVALUATE BNQ-Sens
               WHEN 'C' perform Rapprocher-Credit
      * reglee), et que le montant colle au centime.
      ******************************************************************
       Rapprocher-Credit.
           perform Echeance-Rechercher.
           IF EcheanceTrouvee
               perform Echeance-Confirmer
           ELSE
               perform Rapprocher-Quittance
           END-IF.

       Rapprocher-Quittance.
           MOVE BNQ-CodeContrat TO FDQ-CodeContrat.
           MOVE BNQ-Periode     TO FDQ-Periode.
           READ QuittanceF
                   END-IF
           END-READ.

      ******************************************************************
      * Une echeance de plan d'apurement porte la reference de son
      * contrat et du mois ou elle est partie a la banque; elle est
      * reconnue au montant convenu, tant qu'elle n'est ni confirmee
      * ni revenue impayee.
      ******************************************************************
       Echeance-Rechercher.
           MOVE 'N' TO w-EcheanceTrouvee.
           MOVE BNQ-CodeContrat TO FDEC-CodeContrat.
           READ EcheancierF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Echeance-Comparer
                       VARYING w-IdxE FROM 1 BY 1
                       UNTIL w-IdxE > FDEC-NbEcheances
                       OR EcheanceTrouvee
           END-READ.

       Echeance-Comparer.
           IF FDEC-EchStatut (w-IdxE) = 'E'
               AND FDEC-EchDateExport (w-IdxE) (1:6) = BNQ-Periode
               AND FDEC-EchMontant (w-IdxE) = BNQ-Montant
               MOVE 'O' TO w-EcheanceTrouvee
               MOVE w-IdxE TO w-IdxTrouve
           END-IF.

      ******************************************************************
      * Echeance confirmee par le releve. Quand toutes les echeances
      * d'un plan encore actif le sont, les quittances couvertes
      * sont reglees a la date du passage - le journal comptable les
      * reprend ce jour-la comme toute prime encaissee - et le plan
      * est solde.
      ******************************************************************
       Echeance-Confirmer.
           MOVE 'P' TO FDEC-EchStatut (w-IdxTrouve).
           MOVE BNQ-DateValeur TO FDEC-EchDateReglement (w-IdxTrouve).
           ADD 1 TO w-NbEcheances.
           IF Echeancier-Actif
               MOVE 'O' TO w-EcheancierTermine
               PERFORM Echeance-VerifierPayee
                   VARYING w-IdxE FROM 1 BY 1
                   UNTIL w-IdxE > FDEC-NbEcheances
               IF EcheancierTermine
                   PERFORM Echeancier-ReglerQuittance
                       VARYING w-IdxQ FROM 1 BY 1
                       UNTIL w-IdxQ > FDEC-NbQuittances
                   MOVE 'S' TO FDEC-Statut
                   MOVE w-DateDuJour TO FDEC-DateFin
                   ADD 1 TO w-NbEcheanciersSoldes
               END-IF
           END-IF.
           REWRITE FDEC-Echeancier
               INVALID KEY
                   DISPLAY 'Erreur REWRITE echeancier '
                       FDEC-CodeContrat
           END-REWRITE.

       Echeance-VerifierPayee.
           IF FDEC-EchStatut (w-IdxE) NOT = 'P'
               MOVE 'N' TO w-EcheancierTermine
           END-IF.

       Echeancier-ReglerQuittance.
           MOVE FDEC-CodeContrat TO FDQ-CodeContrat.
           MOVE FDEC-QuitPeriode (w-IdxQ) TO FDQ-Periode.
           READ QuittanceF
               INVALID KEY
                   STRING 'Echeancier ' FDEC-CodeContrat
                       ': quittance ' FDEC-QuitPeriode (w-IdxQ)
                       ' absente du grand livre'
                       DELIMITED BY SIZE INTO Exc-Ligne
                   WRITE Exc-Ligne
                   ADD 1 TO w-NbExceptions
               NOT INVALID KEY
                   IF Quittance-Impayee
                       MOVE 'P' TO FDQ-Statut
                       MOVE w-DateDuJour TO FDQ-DateReglement
                       MOVE BNQ-DateValeur TO FDQ-DateConfirmation
                       MOVE 'N' TO FDQ-Representation
                       REWRITE FDQ-Quittance
                           INVALID KEY
                               DISPLAY 'Erreur REWRITE quittance '
                                   FDQ-CodeContrat ' ' FDQ-Periode
                       END-REWRITE
                   END-IF
           END-READ.

       Rapprocher-Debit.
           MOVE BNQ-CodeSinistre TO FDP-CodeSinistre.
           MOVE BNQ-NumPaiement  TO FDP-NumPaiement.
                   WRITE Exc-Ligne
                   ADD 1 TO w-NbExceptions
               NOT INVALID KEY
                   IF BNQ-Montant NOT = FDP-MontantVire
                       STRING 'Debit ' BNQ-Reference
                           ': montant different du registre'
                           DELIMITED BY SIZE INTO Exc-Ligne
               END-IF
           END-IF.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM RapprochementBancaire.
