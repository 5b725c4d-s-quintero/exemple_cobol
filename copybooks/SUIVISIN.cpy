      ******************************************************************
      * Claim follow-up paragraphs, COPY'd into the PROCEDURE
      * DIVISION of the worklist and handler reports. Suivi-Evaluer
      * works on the claim in FD-Sinistre: days open since the
      * declaration (an IT relapse keeps the clock of its chain)
      * against the SLA of its type, the required pieces still
      * missing on PieceF, and the next action due - chase the
      * oldest missing piece, else take the decision, else have a
      * settlement beyond delegation approved, else pay and close -
      * with the date it falls due. Days and due dates are counted
      * by the JoursOuvres routine under the SLA rule of the type
      * and the chaser rule. Requires SELPIECE/FDPIECE and
      * SELSINIS/FDSINISF in the file divisions, WSPJFS, WSSLA,
      * WSJOUVR and WSSUIVI in WORKING-STORAGE, PieceF open.
      ******************************************************************
       Suivi-Evaluer.
           MOVE zero TO w-SV-JoursOuverts.
           MOVE zero TO w-SV-DateDeclaration.
           MOVE 'N' TO w-SV-EnRetard.
           MOVE 060 TO w-SV-Seuil.
           MOVE 'C' TO w-SV-Regle.
           PERFORM Suivi-ChercherSeuil
               VARYING w-SV-Idx FROM 1 BY 1 UNTIL w-SV-Idx > 6.
           IF FD-DateDeclaration (1:2) NUMERIC
               AND FD-DateDeclaration (4:2) NUMERIC
               AND FD-DateDeclaration (7:4) NUMERIC
               STRING FD-DateDeclaration (7:4) FD-DateDeclaration (4:2)
                   FD-DateDeclaration (1:2) DELIMITED BY SIZE
                   INTO w-SV-DateDeclaration
               MOVE 'E' TO w-JO-Fonction
               MOVE w-SV-Regle TO w-JO-Regle
               MOVE w-SV-DateDeclaration TO w-JO-Date
               MOVE w-SV-DateJour TO w-JO-DateFin
               CALL 'JoursOuvres' USING JoursOuvresParm
               IF JO-Accepte
                   MOVE w-JO-NbJours TO w-SV-JoursOuverts
               END-IF
               IF FD-SinistreOrigine NOT = spaces
                   AND FD-JoursDossierAnterieurs IS NUMERIC
                   ADD FD-JoursDossierAnterieurs TO w-SV-JoursOuverts
               END-IF
               IF w-SV-JoursOuverts > w-SV-Seuil
                   MOVE 'O' TO w-SV-EnRetard
               END-IF
           ELSE
               MOVE w-SV-DateJour TO w-SV-DateDeclaration
           END-IF.

           perform Suivi-CompterPieces.

           IF w-SV-NbManquantes > zero
               MOVE 'Relance pieces' TO w-SV-Action
               MOVE w-SV-DateRelance TO w-SV-DateAction
           ELSE
               IF FD-DecisionReglement = space
                   MOVE 'Decision' TO w-SV-Action
               ELSE
                   IF Reglement-EnAttente
                       MOVE 'Approbation' TO w-SV-Action
                   ELSE
                       MOVE 'Reglement' TO w-SV-Action
                   END-IF
               END-IF
               MOVE 'A' TO w-JO-Fonction
               MOVE w-SV-Regle TO w-JO-Regle
               MOVE w-SV-DateDeclaration TO w-JO-Date
               MOVE w-SV-Seuil TO w-JO-NbJours
               CALL 'JoursOuvres' USING JoursOuvresParm
               IF JO-Accepte
                   MOVE w-JO-Resultat TO w-SV-DateAction
               ELSE
                   MOVE w-SV-DateJour TO w-SV-DateAction
               END-IF
           END-IF.

       Suivi-ChercherSeuil.
           IF w-SLA-Type (w-SV-Idx) = FD-TypeSinistre
               MOVE w-SLA-Seuil (w-SV-Idx) TO w-SV-Seuil
               MOVE w-SLA-Regle (w-SV-Idx) TO w-SV-Regle
           END-IF.

      * La prochaine relance d'une piece manquante tombe 15 jours
      * (selon w-SV-RegleRelance) apres sa demande ou sa derniere
      * relance; la plus proche est retenue.
       Suivi-CompterPieces.
           MOVE zero TO w-SV-NbManquantes.
           MOVE 99999999 TO w-SV-DateRelance.
           MOVE 'N' TO w-SV-FinPieces.
           MOVE FD-CodeSinistre TO FDPJ-CodeSinistre.
           MOVE LOW-VALUES TO FDPJ-CodePiece.
           START PieceF KEY IS NOT LESS THAN FDPJ-ClePiece
               INVALID KEY MOVE 'O' TO w-SV-FinPieces
           END-START.
           PERFORM Suivi-ExaminerPiece UNTIL SV-FinPieces.

       Suivi-ExaminerPiece.
           READ PieceF NEXT RECORD
               AT END MOVE 'O' TO w-SV-FinPieces
           END-READ.
           IF NOT SV-FinPieces
               IF FDPJ-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-SV-FinPieces
               ELSE
                   IF FDPJ-DateReception = spaces
                       ADD 1 TO w-SV-NbManquantes
                       IF FDPJ-DateDerniereRelance NUMERIC
                           MOVE FDPJ-DateDerniereRelance
                               TO w-SV-DateBase
                       ELSE
                           MOVE FDPJ-DateDemande TO w-SV-DateBase
                       END-IF
                       IF w-SV-DateBase NUMERIC
                           AND w-SV-DateBase > zero
                           perform Suivi-DateRelance
                       ELSE
                           MOVE w-SV-DateJour TO w-SV-DateBase
                       END-IF
                       IF w-SV-DateBase < w-SV-DateRelance
                           MOVE w-SV-DateBase TO w-SV-DateRelance
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Suivi-DateRelance.
           MOVE 'A' TO w-JO-Fonction.
           MOVE w-SV-RegleRelance TO w-JO-Regle.
           MOVE w-SV-DateBase TO w-JO-Date.
           MOVE w-SV-DelaiRelance TO w-JO-NbJours.
           CALL 'JoursOuvres' USING JoursOuvresParm.
           IF JO-Accepte
               MOVE w-JO-Resultat TO w-SV-DateBase
           ELSE
               MOVE w-SV-DateJour TO w-SV-DateBase
           END-IF.
