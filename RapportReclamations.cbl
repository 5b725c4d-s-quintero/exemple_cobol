      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly aging report of the complaints register. Every
      *          complaint still open is checked against its two
      *          regulatory deadlines - the acknowledgment while none
      *          has been sent, the answer until the complaint is
      *          closed. A complaint whose deadline is already passed
      *          is listed as EN RETARD, one whose deadline falls
      *          within the warning window (3 business days for the
      *          acknowledgment, 10 calendar days for the answer,
      *          counted by the JoursOuvres routine) as PROCHE, so
      *          the complaints desk can clear them before the week is
      *          out. The other open complaints are only counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportReclamations.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELRECLA.

           SELECT FichierRapport ASSIGN TO "RAPRECL.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDRECLA.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSRECFS.
           COPY WSJOUVR.

       01  w-DateDuJour                pic 9(8).
       01  w-JourDuJour                pic 9(8).
       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

      * Fenetre d'alerte, en jours avant l'echeance, et regle de
      * decompte (O jours ouvres, C jours calendaires).
       01  w-AlerteAccuse              pic 9(2) value 3.
       01  w-RegleAccuse               pic x value 'O'.
       01  w-AlerteReponse             pic 9(2) value 10.
       01  w-RegleReponse              pic x value 'C'.
       01  w-RegleDelai                pic x.

       01  w-DateLimite                pic 9(8).
       01  w-JoursRestants             pic s9(5).
       01  w-EtatAccuse                pic x(10).
       01  w-EtatReponse               pic x(10).

       01  w-NbOuvertes                pic 9(5) value zero.
       01  w-NbListees                 pic 9(5) value zero.
       01  w-NbAccuseRetard            pic 9(5) value zero.
       01  w-NbAccuseProche            pic 9(5) value zero.
       01  w-NbReponseRetard           pic 9(5) value zero.
       01  w-NbReponseProche           pic 9(5) value zero.

       01  w-LigneDetail.
           05  LD-Numero               pic x(10).
           05  filler                  pic x.
           05  LD-Client               pic x(10).
           05  filler                  pic x.
           05  LD-Categorie            pic xx.
           05  filler                  pic x.
           05  LD-Reception            pic x(8).
           05  filler                  pic x.
           05  LD-LimiteAccuse         pic x(8).
           05  filler                  pic x.
           05  LD-EtatAccuse           pic x(10).
           05  filler                  pic x.
           05  LD-LimiteReponse        pic x(8).
           05  filler                  pic x.
           05  LD-EtatReponse          pic x(10).
           05  filler                  pic x.
           05  LD-Operateur            pic x(8).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RAPPORTRECLAM' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           COMPUTE w-JourDuJour =
               FUNCTION INTEGER-OF-DATE(w-DateDuJour).

           OPEN INPUT ReclamationF.
           IF NOT ReclamationF-OK
               DISPLAY 'Registre des reclamations indisponible, statut '
                   w-ReclamationF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FichierRapport.

           MOVE spaces TO Rap-Ligne.
           STRING 'RECLAMATIONS OUVERTES PROCHES OU EN RETARD AU '
               w-DateDuJour DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Numero     Client     Ca Recue le Accuse  '
               ' Etat       Reponse  Etat       Operat.'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDRC-NumReclamation.
           START ReclamationF KEY IS NOT LESS THAN FDRC-NumReclamation
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Examiner-UneReclamation UNTIL FinFichier.

           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Reclamations ouvertes: ' w-NbOuvertes
               '  listees: ' w-NbListees
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Accuse   - en retard: ' w-NbAccuseRetard
               '  proche: ' w-NbAccuseProche
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Reponse  - en retard: ' w-NbReponseRetard
               '  proche: ' w-NbReponseProche
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           CLOSE ReclamationF.
           CLOSE FichierRapport.

           DISPLAY 'Reclamations: ' w-NbOuvertes ' ouverte(s), '
               w-NbListees ' proche(s) ou en retard.'.

           MOVE 'F' TO w-RC-Action.
           STRING 'ouvertes=' w-NbOuvertes ' listees=' w-NbListees
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       Examiner-UneReclamation.
           READ ReclamationF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF Reclamation-Ouverte
                   ADD 1 TO w-NbOuvertes
                   perform Evaluer-Delais
                   IF w-EtatAccuse NOT = spaces
                       OR w-EtatReponse NOT = spaces
                       perform Imprimer-Reclamation
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * L'accuse n'est suivi que tant qu'il n'a pas ete envoye; la
      * reponse l'est jusqu'a la cloture.
      ******************************************************************
       Evaluer-Delais.
           MOVE spaces TO w-EtatAccuse.
           MOVE spaces TO w-EtatReponse.
           IF FDRC-DateAccuse = spaces
               MOVE FDRC-DateLimiteAccuse TO w-DateLimite
               MOVE w-RegleAccuse TO w-RegleDelai
               perform Calculer-JoursRestants
               IF w-JoursRestants < 0
                   MOVE 'EN RETARD' TO w-EtatAccuse
                   ADD 1 TO w-NbAccuseRetard
               ELSE
                   IF w-JoursRestants NOT > w-AlerteAccuse
                       MOVE 'PROCHE' TO w-EtatAccuse
                       ADD 1 TO w-NbAccuseProche
                   END-IF
               END-IF
           END-IF.
           MOVE FDRC-DateLimiteReponse TO w-DateLimite.
           MOVE w-RegleReponse TO w-RegleDelai.
           perform Calculer-JoursRestants.
           IF w-JoursRestants < 0
               MOVE 'EN RETARD' TO w-EtatReponse
               ADD 1 TO w-NbReponseRetard
           ELSE
               IF w-JoursRestants NOT > w-AlerteReponse
                   MOVE 'PROCHE' TO w-EtatReponse
                   ADD 1 TO w-NbReponseProche
               END-IF
           END-IF.

      ******************************************************************
      * Jours restant jusqu'a l'echeance, comptes selon la regle par
      * la routine des jours ouvres; une echeance depassee donne un
      * nombre negatif.
      ******************************************************************
       Calculer-JoursRestants.
           IF w-DateLimite < w-DateDuJour
               COMPUTE w-JoursRestants =
                   FUNCTION INTEGER-OF-DATE(w-DateLimite)
                   - w-JourDuJour
           ELSE
               MOVE 'E' TO w-JO-Fonction
               MOVE w-RegleDelai TO w-JO-Regle
               MOVE w-DateDuJour TO w-JO-Date
               MOVE w-DateLimite TO w-JO-DateFin
               CALL 'JoursOuvres' USING JoursOuvresParm
               IF JO-Accepte
                   MOVE w-JO-NbJours TO w-JoursRestants
               ELSE
                   MOVE zero TO w-JoursRestants
               END-IF
           END-IF.

       Imprimer-Reclamation.
           ADD 1 TO w-NbListees.
           MOVE spaces TO w-LigneDetail.
           MOVE FDRC-NumReclamation TO LD-Numero.
           MOVE FDRC-CodeClient TO LD-Client.
           MOVE FDRC-Categorie TO LD-Categorie.
           MOVE FDRC-DateReception TO LD-Reception.
           IF FDRC-DateAccuse = spaces
               MOVE FDRC-DateLimiteAccuse TO LD-LimiteAccuse
           ELSE
               MOVE FDRC-DateAccuse TO LD-LimiteAccuse
               MOVE 'envoye' TO LD-EtatAccuse
           END-IF.
           IF w-EtatAccuse NOT = spaces
               MOVE w-EtatAccuse TO LD-EtatAccuse
           END-IF.
           MOVE FDRC-DateLimiteReponse TO LD-LimiteReponse.
           MOVE w-EtatReponse TO LD-EtatReponse.
           MOVE FDRC-CodeOperateur TO LD-Operateur.
           MOVE w-LigneDetail TO Rap-Ligne.
           WRITE Rap-Ligne.

      * END PROGRAM RapportReclamations.
