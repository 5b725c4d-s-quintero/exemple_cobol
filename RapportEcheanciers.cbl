      ******************************************************************
      * Author:
      * Date:
      * Purpose: Follow-up report of the arrears payment plans
      *          (echeanciers). Lists every active plan - contract,
      *          client, amount covered, instalments confirmed, at
      *          the bank and still to come - with one line per
      *          instalment, then the plans broken during the current
      *          month with the instalment that was missed, so the
      *          collections desk can call the client before the
      *          dunning letters resume.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportEcheanciers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELECHEA.

           SELECT FichierRapport ASSIGN TO "RAPECHE.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDECHEA.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSECHFS.

       01  w-DateDuJour                pic 9(8).
       01  w-PeriodeCourante           pic x(6).
       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-IdxE                      pic 9(2).
       01  w-NbPayees                  pic 9(2).
       01  w-NbBanque                  pic 9(2).
       01  w-NbAVenir                  pic 9(2).
       01  w-MontantPaye               pic 9(7)v99.

       01  w-NbActifs                  pic 9(5) value zero.
       01  w-NbRompus                  pic 9(5) value zero.
       01  w-TotalActifs               pic 9(9)v99 value zero.
       01  w-TotalRestant              pic 9(9)v99 value zero.

       01  w-LignePlan.
           05  LP-Contrat              pic x(10).
           05  filler                  pic x.
           05  LP-Client               pic x(10).
           05  filler                  pic x.
           05  LP-DateCreation         pic x(8).
           05  filler                  pic x.
           05  LP-Total                pic z(6)9.99.
           05  filler                  pic x.
           05  LP-Paye                 pic z(6)9.99.
           05  filler                  pic x.
           05  LP-NbPayees             pic z9.
           05  filler                  pic x.
           05  LP-NbBanque             pic z9.
           05  filler                  pic x.
           05  LP-NbAVenir             pic z9.
           05  filler                  pic x.
           05  LP-DateFin              pic x(8).

       01  w-LigneEcheance.
           05  filler                  pic x(12).
           05  LE-Numero               pic z9.
           05  filler                  pic x.
           05  LE-Periode              pic x(6).
           05  filler                  pic x.
           05  LE-Montant              pic z(6)9.99.
           05  filler                  pic x.
           05  LE-Etat                 pic x(12).
           05  filler                  pic x.
           05  LE-Date                 pic x(8).

       01  w-Edite                     pic z(8)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RAPPORTECHEANC' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour (1:6) TO w-PeriodeCourante.

           OPEN INPUT EcheancierF.
           IF NOT EcheancierF-OK
               DISPLAY 'Fichier des echeanciers indisponible, statut '
                   w-EcheancierF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FichierRapport.

           MOVE spaces TO Rap-Ligne.
           STRING 'ECHEANCIERS D''APUREMENT ACTIFS AU ' w-DateDuJour
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Imprimer-Entete.
           perform Debut-Echeanciers.
           PERFORM Imprimer-UnActif UNTIL FinFichier.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           MOVE w-TotalActifs TO w-Edite.
           STRING 'Plans actifs: ' w-NbActifs '  montant couvert '
               w-Edite DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           MOVE w-TotalRestant TO w-Edite.
           STRING 'Reste a encaisser: ' w-Edite
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           WRITE Rap-Ligne.
           STRING 'ECHEANCIERS ROMPUS DANS LE MOIS ' w-PeriodeCourante
               ' - ECHEANCE MANQUEE' DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Imprimer-Entete.
           perform Debut-Echeanciers.
           PERFORM Imprimer-UnRompu UNTIL FinFichier.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Plans rompus: ' w-NbRompus
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           CLOSE EcheancierF.
           CLOSE FichierRapport.

           DISPLAY 'Echeanciers: ' w-NbActifs ' actif(s), '
               w-NbRompus ' rompu(s) ce mois.'.

           MOVE 'F' TO w-RC-Action.
           STRING 'actifs=' w-NbActifs ' rompus=' w-NbRompus
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       Imprimer-Entete.
           MOVE spaces TO Rap-Ligne.
           STRING 'Contrat    Client     Cree le      Couvert'
               '       Paye Pa Bq Av Fin'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

       Debut-Echeanciers.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDEC-CodeContrat.
           START EcheancierF KEY IS NOT LESS THAN FDEC-CodeContrat
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.

       Imprimer-UnActif.
           READ EcheancierF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF Echeancier-Actif
                   ADD 1 TO w-NbActifs
                   ADD FDEC-MontantTotal TO w-TotalActifs
                   perform Imprimer-Plan
                   COMPUTE w-TotalRestant = w-TotalRestant
                       + FDEC-MontantTotal - w-MontantPaye
               END-IF
           END-IF.

       Imprimer-UnRompu.
           READ EcheancierF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF Echeancier-Rompu
                   AND FDEC-DateFin (1:6) = w-PeriodeCourante
                   ADD 1 TO w-NbRompus
                   perform Imprimer-Plan
               END-IF
           END-IF.

      ******************************************************************
      * Une ligne par plan, puis une ligne par echeance avec son etat
      * - une echeance revenue impayee est signalee en clair.
      ******************************************************************
       Imprimer-Plan.
           MOVE zero TO w-NbPayees.
           MOVE zero TO w-NbBanque.
           MOVE zero TO w-NbAVenir.
           MOVE zero TO w-MontantPaye.
           PERFORM Compter-UneEcheance
               VARYING w-IdxE FROM 1 BY 1
               UNTIL w-IdxE > FDEC-NbEcheances.
           MOVE spaces TO w-LignePlan.
           MOVE FDEC-CodeContrat TO LP-Contrat.
           MOVE FDEC-CodeClient TO LP-Client.
           MOVE FDEC-DateCreation TO LP-DateCreation.
           MOVE FDEC-MontantTotal TO LP-Total.
           MOVE w-MontantPaye TO LP-Paye.
           MOVE w-NbPayees TO LP-NbPayees.
           MOVE w-NbBanque TO LP-NbBanque.
           MOVE w-NbAVenir TO LP-NbAVenir.
           MOVE FDEC-DateFin TO LP-DateFin.
           MOVE w-LignePlan TO Rap-Ligne.
           WRITE Rap-Ligne.
           PERFORM Imprimer-UneEcheance
               VARYING w-IdxE FROM 1 BY 1
               UNTIL w-IdxE > FDEC-NbEcheances.

       Compter-UneEcheance.
           EVALUATE FDEC-EchStatut (w-IdxE)
               WHEN 'P'
                   ADD 1 TO w-NbPayees
                   ADD FDEC-EchMontant (w-IdxE) TO w-MontantPaye
               WHEN 'E'
                   ADD 1 TO w-NbBanque
               WHEN space
                   ADD 1 TO w-NbAVenir
           END-EVALUATE.

       Imprimer-UneEcheance.
           MOVE spaces TO w-LigneEcheance.
           MOVE w-IdxE TO LE-Numero.
           MOVE FDEC-EchPeriode (w-IdxE) TO LE-Periode.
           MOVE FDEC-EchMontant (w-IdxE) TO LE-Montant.
           EVALUATE FDEC-EchStatut (w-IdxE)
               WHEN 'P'
                   MOVE 'confirmee' TO LE-Etat
                   MOVE FDEC-EchDateReglement (w-IdxE) TO LE-Date
               WHEN 'E'
                   MOVE 'a la banque' TO LE-Etat
                   MOVE FDEC-EchDateExport (w-IdxE) TO LE-Date
               WHEN 'I'
                   MOVE '** IMPAYEE' TO LE-Etat
                   MOVE FDEC-EchDateExport (w-IdxE) TO LE-Date
               WHEN OTHER
                   MOVE 'a venir' TO LE-Etat
           END-EVALUATE.
           MOVE w-LigneEcheance TO Rap-Ligne.
           WRITE Rap-Ligne.

      * END PROGRAM RapportEcheanciers.
