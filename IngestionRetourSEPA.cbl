      *          period, marks the premium unpaid with the bank's
      *          reason code, and lists every return that cannot be
      *          matched so nobody has to key rejects back in by hand.
      *          A returned payment-plan instalment (same contract,
      *          date and amount as an instalment sent to the bank)
      *          is marked unpaid on its plan instead, and breaks the
      *          plan so that dunning resumes.
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELQUITT.
           COPY SELECHEA.

           SELECT RetourSEPA ASSIGN TO "RETSEPA.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY FDQUITT.
           COPY FDECHEA.

      ******************************************************************
      * One return line per bounced collection: the contract, client,
      * amount and due date of the original SEPA.TXT line, plus the
      * bank's 4-character reason code (AM04 provision insuffisante,
      * AC04 compte clos, MD01 contestation, ...) and the quittance
      * period the original line carried.
      ******************************************************************
       FD  RetourSEPA.
       01  RET-Enregistrement.
           05  RET-DateEcheance        pic 9(8).
           05  filler                  pic x.
           05  RET-MotifRetour         pic x(4).
           05  filler                  pic x.
           05  RET-Periode             pic x(6).
           COPY FDFLUX.

       FD  ExceptionsRetour.
       01  Exc-Ligne                   pic x(120).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSQUIFS.
           COPY WSECHFS.

       01  w-FinRetours                pic x value 'N'.
           88  FinRetours              value 'O'.
      * SEPA.TXT, pour comparaison caractere a caractere avec le
      * montant renvoye par la banque.
       01  w-MontantAttendu            pic -(7)9.99.
      * Montant renvoye par la banque, relu pour le total de controle.
       01  w-MontantRetour             pic -(7)9.99.

       01  w-NbLus                     pic 9(7) value zero.
       01  w-NbImpayes                 pic 9(7) value zero.
       01  w-NbNonRapproches           pic 9(7) value zero.
       01  w-NbEcheancesImpayees       pic 9(7) value zero.

       01  w-IdxE                      pic 9(2).
       01  w-IdxTrouve                 pic 9(2).
       01  w-EcheanceTrouvee           pic x.
           88  EcheanceTrouvee         value 'O'.

       PROCEDURE DIVISION.

           END-IF.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           perform Controler-Retours.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           OPEN INPUT RetourSEPA.
           perform QuittanceF-Open.
           perform EcheancierF-Open.
           OPEN OUTPUT ExceptionsRetour.

           PERFORM UNTIL FinRetours
               READ RetourSEPA
                   AT END MOVE 'O' TO w-FinRetours
                   NOT AT END
                       IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                           ADD 1 TO w-NbLus
                           perform Traiter-Retour
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RetourSEPA.
           CLOSE QuittanceF.
           CLOSE EcheancierF.
           CLOSE ExceptionsRetour.
           perform Flux-Accepter.

           DISPLAY 'Ingestion des retours SEPA terminee.'.
           DISPLAY '  Retours lus          : ' w-NbLus.
           DISPLAY '  Quittances impayees  : ' w-NbImpayes.
           DISPLAY '  Retours non rapproches: ' w-NbNonRapproches.
           DISPLAY '  Echeances impayees   : ' w-NbEcheancesImpayees.

           MOVE 'F' TO w-RC-Action.
           STRING 'impayes=' w-NbImpayes ' nonrapp=' w-NbNonRapproches
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * Premier passage sur le fichier retour: en-tete, pied, nombre
      * de lignes, total des montants et sequence, avant toute mise a
      * jour.
      ******************************************************************
       Controler-Retours.
           MOVE 'RETSEPA' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT RetourSEPA.
           MOVE 'N' TO w-FinRetours.
           PERFORM Controler-LigneRetour UNTIL FinRetours.
           CLOSE RetourSEPA.
           MOVE 'N' TO w-FinRetours.
           perform Flux-Conclure.

       Controler-LigneRetour.
           READ RetourSEPA
               AT END MOVE 'O' TO w-FinRetours
               NOT AT END
                   perform Flux-Examiner
                   IF FX-LigneDetail
                       MOVE RET-Montant TO w-MontantRetour
                       MOVE w-MontantRetour TO w-FX-Montant
                       ADD w-FX-Montant TO w-FX-Total
                   END-IF
           END-READ.

       QuittanceF-Open.
           OPEN I-O QuittanceF.
           IF NOT QuittanceF-OK
               END-IF
           END-IF.

       EcheancierF-Open.
           OPEN I-O EcheancierF.
           IF NOT EcheancierF-OK
               IF w-EcheancierF-Status = '35'
                   OPEN OUTPUT EcheancierF
                   CLOSE EcheancierF
                   OPEN I-O EcheancierF
               END-IF
           END-IF.

      ******************************************************************
      * A return is matched when the quittance for its contract and
      * the period named on the line exists, belongs to the client the
      * bank names, carries the same amount, and is still in exported
      * state. Any other combination goes to the exceptions list
      * untouched.
      ******************************************************************
       Traiter-Retour.
           perform Echeance-Rechercher.
           IF EcheanceTrouvee
               perform Echeance-MarquerImpayee
           ELSE
               MOVE RET-CodeContrat        TO FDQ-CodeContrat
               perform Periode-Determiner
               READ QuittanceF
                   INVALID KEY
                       perform Ecrire-Exception-Inconnue
                   NOT INVALID KEY
                       perform Rapprocher-Quittance
               END-READ
           END-IF.

      * La periode est celle de la ligne d'origine: une quittance
      * re-presentee part avec la date d'echeance du jour mais garde
      * sa periode. Seules les lignes emises avant que l'export ne
      * la porte en sont depourvues; leur echeance en tient lieu.
       Periode-Determiner.
           IF RET-Periode = spaces
               MOVE RET-DateEcheance (1:6) TO FDQ-Periode
           ELSE
               MOVE RET-Periode TO FDQ-Periode
           END-IF.

      ******************************************************************
      * Une echeance de plan d'apurement part sur sa propre ligne:
      * le retour la reconnait a la date de presentation et au
      * montant convenu, sur une echeance encore a la banque.
      ******************************************************************
       Echeance-Rechercher.
           MOVE 'N' TO w-EcheanceTrouvee.
           MOVE RET-CodeContrat TO FDEC-CodeContrat.
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
           MOVE FDEC-EchMontant (w-IdxE) TO w-MontantAttendu.
           IF FDEC-EchStatut (w-IdxE) = 'E'
               AND FDEC-EchDateExport (w-IdxE) = RET-DateEcheance
               AND RET-Montant = w-MontantAttendu
               MOVE 'O' TO w-EcheanceTrouvee
               MOVE w-IdxE TO w-IdxTrouve
           END-IF.

      ******************************************************************
      * Une echeance revenue impayee est une echeance manquee: le
      * plan est rompu et ses quittances, degelees, reprennent la
      * filiere relances a leur niveau.
      ******************************************************************
       Echeance-MarquerImpayee.
           MOVE 'I' TO FDEC-EchStatut (w-IdxTrouve).
           IF Echeancier-Actif
               MOVE 'R' TO FDEC-Statut
               MOVE w-DateDuJour TO FDEC-DateFin
           END-IF.
           REWRITE FDEC-Echeancier
               INVALID KEY
                   DISPLAY 'Erreur REWRITE echeancier '
                       FDEC-CodeContrat
           END-REWRITE.
           STRING 'Retour contrat ' RET-CodeContrat
               ' motif ' RET-MotifRetour
               ': echeance ' FDEC-EchPeriode (w-IdxTrouve)
               ' impayee, echeancier rompu'
               DELIMITED BY SIZE INTO Exc-Ligne.
           WRITE Exc-Ligne.
           ADD 1 TO w-NbEcheancesImpayees.

       Rapprocher-Quittance.
           MOVE FDQ-MontantDu TO w-MontantAttendu.
           IF FDQ-ref_CodeClient NOT = RET-CodeClient
               STRING 'Retour contrat ' RET-CodeContrat
                   ' periode ' FDQ-Periode
                   ': client ' RET-CodeClient
                   ' different de la quittance ' FDQ-ref_CodeClient
                   DELIMITED BY SIZE INTO Exc-Ligne
           ELSE
               IF RET-Montant NOT = w-MontantAttendu
                   STRING 'Retour contrat ' RET-CodeContrat
                       ' periode ' FDQ-Periode
                       ': montant ' RET-Montant
                       ' different du montant exporte '
                       w-MontantAttendu
               ELSE
                   IF NOT Quittance-Exportee
                       STRING 'Retour contrat ' RET-CodeContrat
                           ' periode ' FDQ-Periode
                           ': quittance deja soldee, statut '
                           FDQ-Statut
                           DELIMITED BY SIZE INTO Exc-Ligne

       Ecrire-Exception-Inconnue.
           STRING 'Retour contrat ' RET-CodeContrat
               ' periode ' FDQ-Periode
               ' motif ' RET-MotifRetour
               ': aucune quittance exportee'
               DELIMITED BY SIZE INTO Exc-Ligne.
           WRITE Exc-Ligne.
           ADD 1 TO w-NbNonRapproches.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM IngestionRetourSEPA.
