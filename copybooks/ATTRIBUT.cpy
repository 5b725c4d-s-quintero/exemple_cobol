      ******************************************************************
      * Claim-assignment paragraphs, COPY'd into the PROCEDURE
      * DIVISION of every path that declares or reassigns a claim.
      * Gestionnaire-Attribuer gives the claim to the next handler
      * of its type after the one served last (AttributionF), going
      * round to the start of the operator master when the end is
      * reached. A handler is an update or supervisor operator who
      * lists the claim type and is not marked absent. Requires
      * SELOPER/FDOPER and SELATTRI/FDATTRI in the file divisions,
      * WSOPEFS/WSATTFS/WSATTRIB in WORKING-STORAGE, OperateurF open
      * (w-GA-OperDispo set) and AttributionF open I-O.
      ******************************************************************
       Attribution-Ouvrir.
           OPEN I-O AttributionF.
           IF NOT AttributionF-OK
               IF w-AttributionF-Status = '35'
                   OPEN OUTPUT AttributionF
                   CLOSE AttributionF
                   OPEN I-O AttributionF
               END-IF
           END-IF.

       Gestionnaire-Attribuer.
           MOVE spaces TO w-GA-CodeGestionnaire.
           IF GA-OperDispo
               MOVE w-GA-TypeSinistre TO FDAT-TypeSinistre
               READ AttributionF
                   INVALID KEY
                       MOVE 'N' TO w-GA-PointeurExiste
                       MOVE spaces TO FDAT-DernierGestionnaire
                       MOVE zero TO FDAT-NbAttributions
                   NOT INVALID KEY
                       MOVE 'O' TO w-GA-PointeurExiste
               END-READ
               MOVE FDAT-DernierGestionnaire TO w-GA-Dernier
               MOVE 'N' TO w-GA-Reprise
               MOVE 'N' TO w-GA-FinScan
               MOVE w-GA-Dernier TO FDO-CodeOperateur
               START OperateurF KEY IS GREATER THAN FDO-CodeOperateur
                   INVALID KEY MOVE 'O' TO w-GA-FinScan
               END-START
               PERFORM Gestionnaire-ExaminerSuivant UNTIL GA-FinScan
               IF w-GA-CodeGestionnaire = spaces
                   MOVE 'O' TO w-GA-Reprise
                   MOVE 'N' TO w-GA-FinScan
                   MOVE LOW-VALUES TO FDO-CodeOperateur
                   START OperateurF
                       KEY IS NOT LESS THAN FDO-CodeOperateur
                       INVALID KEY MOVE 'O' TO w-GA-FinScan
                   END-START
                   PERFORM Gestionnaire-ExaminerSuivant
                       UNTIL GA-FinScan
               END-IF
               IF w-GA-CodeGestionnaire NOT = spaces
                   perform Gestionnaire-MemoriserTour
               END-IF
           END-IF.

      * Au second passage (reprise en tete), le balayage s'arrete
      * apres le dernier servi: au-dela, tout a deja ete examine.
       Gestionnaire-ExaminerSuivant.
           READ OperateurF NEXT RECORD
               AT END MOVE 'O' TO w-GA-FinScan
           END-READ.
           IF NOT GA-FinScan
               IF GA-Reprise AND FDO-CodeOperateur > w-GA-Dernier
                   MOVE 'O' TO w-GA-FinScan
               ELSE
                   perform Gestionnaire-Eligible
                   IF GA-Eligible
                       MOVE FDO-CodeOperateur TO w-GA-CodeGestionnaire
                       MOVE 'O' TO w-GA-FinScan
                   END-IF
               END-IF
           END-IF.

       Gestionnaire-Eligible.
           MOVE 'N' TO w-GA-Eligible.
           IF (FDO-Niveau = '2' OR FDO-Niveau = '3')
               AND NOT Operateur-Absent
               AND FDO-CodeOperateur NOT = w-GA-Exclu
               PERFORM Gestionnaire-ComparerType
                   VARYING w-GA-Idx FROM 1 BY 1
                   UNTIL w-GA-Idx > 6 OR GA-Eligible
           END-IF.

       Gestionnaire-ComparerType.
           IF FDO-TypeSinistre (w-GA-Idx) = w-GA-TypeSinistre
               MOVE 'O' TO w-GA-Eligible
           END-IF.

       Gestionnaire-MemoriserTour.
           MOVE w-GA-TypeSinistre TO FDAT-TypeSinistre.
           MOVE w-GA-CodeGestionnaire TO FDAT-DernierGestionnaire.
           MOVE w-GA-DateJour TO FDAT-DateAttribution.
           ADD 1 TO FDAT-NbAttributions.
           IF GA-PointeurExiste
               REWRITE FDAT-Attribution
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE attribution '
                           FDAT-TypeSinistre
               END-REWRITE
           ELSE
               WRITE FDAT-Attribution
                   INVALID KEY
                       DISPLAY 'Erreur WRITE attribution '
                           FDAT-TypeSinistre
               END-WRITE
           END-IF.
