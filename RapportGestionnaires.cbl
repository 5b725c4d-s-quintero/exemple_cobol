      ******************************************************************
      * Author:
      * Date:
      * Purpose: Claims team report. One line per claim handler -
      *          every operator listing claim types or still holding
      *          claims - with the claim types handled, whether the
      *          handler is marked absent, the open claims held, how
      *          many are past the SLA of their type and how many
      *          still wait on a supporting piece; then the open
      *          claims left without a handler. An absent handler
      *          with a portfolio shows up here, to be handed back to
      *          the turn from AffectationSinistres.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportGestionnaires.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSINIS.
           COPY SELPIECE.
           COPY SELOPER.

           SELECT FichierRapport ASSIGN TO "RAPGEST.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSINISF.
           COPY FDPIECE.
           COPY FDOPER.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSSINFS.
           COPY WSPJFS.
           COPY WSOPEFS.
           COPY WSSLA.
           COPY WSSUIVI.
           COPY WSJOUVR.

       01  w-DateDuJour                pic 9(8).
       01  w-FinOperateurs             pic x.
           88  FinOperateurs           value 'O'.
       01  w-FinSinistres              pic x.
           88  FinSinistres            value 'O'.
       01  w-Gestionnaire              pic x(8).

       01  w-NbOuverts                 pic 9(5).
       01  w-NbRetard                  pic 9(5).
       01  w-NbPieces                  pic 9(5).
       01  w-NbGestionnaires           pic 9(4) value zero.
       01  w-TotOuverts                pic 9(6) value zero.
       01  w-TotRetard                 pic 9(6) value zero.
       01  w-TotPieces                 pic 9(6) value zero.

       01  w-LigneGest.
           05  LG-Code                 pic x(8).
           05  filler                  pic x.
           05  LG-Nom                  pic x(20).
           05  filler                  pic x.
           05  LG-Types                pic x(17).
           05  filler                  pic x.
           05  LG-Absent               pic x(6).
           05  filler                  pic x.
           05  LG-Ouverts              pic zzzz9.
           05  filler                  pic x.
           05  LG-Retard               pic zzzz9.
           05  filler                  pic x.
           05  LG-Pieces               pic zzzz9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RAPPORTGESTION' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour TO w-SV-DateJour.

           OPEN INPUT SinisF.
           IF NOT SinisF-OK
               DISPLAY 'Fichier des sinistres indisponible, statut '
                   w-SinisF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OperateurF.
           IF NOT OperateurF-OK
               DISPLAY 'Fichier des operateurs indisponible, statut '
                   w-OperateurF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PieceF.
           OPEN OUTPUT FichierRapport.

           MOVE spaces TO Rap-Ligne.
           STRING 'PORTEFEUILLES DES GESTIONNAIRES DE SINISTRES AU '
               w-DateDuJour DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Gestion. Nom                  Types geres       '
               'Absent Ouvts Retrd Pieces'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE 'N' TO w-FinOperateurs.
           MOVE LOW-VALUES TO FDO-CodeOperateur.
           START OperateurF KEY IS NOT LESS THAN FDO-CodeOperateur
               INVALID KEY MOVE 'O' TO w-FinOperateurs
           END-START.
           PERFORM Traiter-UnOperateur UNTIL FinOperateurs.

           MOVE spaces TO w-Gestionnaire.
           perform Compter-Portefeuille.
           MOVE spaces TO w-LigneGest.
           MOVE 'Sans gestionnaire' TO LG-Nom.
           MOVE w-NbOuverts TO LG-Ouverts.
           MOVE w-NbRetard TO LG-Retard.
           MOVE w-NbPieces TO LG-Pieces.
           MOVE w-LigneGest TO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Cumuler.

           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO w-LigneGest.
           MOVE 'TOTAL' TO LG-Nom.
           MOVE w-TotOuverts TO LG-Ouverts.
           MOVE w-TotRetard TO LG-Retard.
           MOVE w-TotPieces TO LG-Pieces.
           MOVE w-LigneGest TO Rap-Ligne.
           WRITE Rap-Ligne.

           CLOSE SinisF.
           CLOSE OperateurF.
           CLOSE PieceF.
           CLOSE FichierRapport.

           DISPLAY 'Gestionnaires: ' w-NbGestionnaires ', sinistres '
               'ouverts: ' w-TotOuverts ', hors SLA: ' w-TotRetard.

           MOVE 'F' TO w-RC-Action.
           STRING 'ouverts=' w-TotOuverts ' retard=' w-TotRetard
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       Traiter-UnOperateur.
           READ OperateurF NEXT RECORD
               AT END MOVE 'O' TO w-FinOperateurs
           END-READ.
           IF NOT FinOperateurs
               MOVE FDO-CodeOperateur TO w-Gestionnaire
               perform Compter-Portefeuille
               IF FDO-TypesSinistre NOT = spaces
                   OR w-NbOuverts > zero
                   ADD 1 TO w-NbGestionnaires
                   perform Imprimer-Gestionnaire
                   perform Cumuler
               END-IF
           END-IF.

       Imprimer-Gestionnaire.
           MOVE spaces TO w-LigneGest.
           MOVE FDO-CodeOperateur TO LG-Code.
           MOVE FDO-Nom TO LG-Nom.
           STRING FDO-TypeSinistre (1) ' ' FDO-TypeSinistre (2) ' '
               FDO-TypeSinistre (3) ' ' FDO-TypeSinistre (4) ' '
               FDO-TypeSinistre (5) ' ' FDO-TypeSinistre (6)
               DELIMITED BY SIZE INTO LG-Types.
           IF Operateur-Absent
               MOVE 'ABSENT' TO LG-Absent
           END-IF.
           MOVE w-NbOuverts TO LG-Ouverts.
           MOVE w-NbRetard TO LG-Retard.
           MOVE w-NbPieces TO LG-Pieces.
           MOVE w-LigneGest TO Rap-Ligne.
           WRITE Rap-Ligne.

       Cumuler.
           ADD w-NbOuverts TO w-TotOuverts.
           ADD w-NbRetard TO w-TotRetard.
           ADD w-NbPieces TO w-TotPieces.

       Compter-Portefeuille.
           MOVE zero TO w-NbOuverts.
           MOVE zero TO w-NbRetard.
           MOVE zero TO w-NbPieces.
           MOVE 'N' TO w-FinSinistres.
           MOVE w-Gestionnaire TO FD-CodeGestionnaire.
           START SinisF KEY IS = FD-CodeGestionnaire
               INVALID KEY MOVE 'O' TO w-FinSinistres
           END-START.
           PERFORM Compter-UnSinistre UNTIL FinSinistres.

       Compter-UnSinistre.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinSinistres
           END-READ.
           IF NOT FinSinistres
               IF FD-CodeGestionnaire NOT = w-Gestionnaire
                   MOVE 'O' TO w-FinSinistres
               ELSE
                   IF FD-DateResolution = spaces
                       ADD 1 TO w-NbOuverts
                       perform Suivi-Evaluer
                       IF SV-EnRetard
                           ADD 1 TO w-NbRetard
                       END-IF
                       IF w-SV-NbManquantes > zero
                           ADD 1 TO w-NbPieces
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ************Suivi des sinistres ouverts************************
           COPY SUIVISIN.

      * END PROGRAM RapportGestionnaires.
