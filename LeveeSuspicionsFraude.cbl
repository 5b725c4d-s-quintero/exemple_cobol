      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fraud referent's queue of the claims held on
      *          suspicion. ScoringFraudeSinistres marks suspect every
      *          claim whose fraud score reaches the threshold, and
      *          ExportVirementSinistres pays none of them. Here the
      *          referent - supervisor level - lists the suspects
      *          with their score and the indicators that fired
      *          (action L) and, once the file is checked, clears one
      *          (action C) with a mandatory reason: the claim is
      *          paid by the next transfer export. The referent, the
      *          date, the reason and the score at clearance are kept
      *          on the score record; a later night scoring the claim
      *          higher than that puts it back under suspicion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeveeSuspicionsFraude.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSCORE.
           COPY SELOPER.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSCORE.
           COPY FDOPER.

       WORKING-STORAGE SECTION.
           COPY WSSCOFS.
           COPY WSOPER.
           COPY WSOPEFS.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinLecture                pic x.
           88  FinLecture              value 'O'.
       01  w-SinistreTrouve            pic x.
           88  SinistreTrouve          value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-ChoixAction               pic x.
       01  w-SinistreSaisi             pic x(10).
       01  w-Confirmation              pic x.
       01  w-MotifSaisi                pic x(30).
       01  w-IdxInd                    pic 9.
       01  w-ListeIndicateurs          pic x(54).
       01  w-PosListe                  pic 9(2).
       01  w-NbListes                  pic 9(4).
       01  w-NbLeves                   pic 9(4) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           perform Operateur-SignOn.
           IF NOT Operateur-Superviseur
               DISPLAY 'Acces refuse: niveau superviseur requis.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ScoreF.
           IF NOT ScoreF-OK
               DISPLAY 'Fichier des scores fraude indisponible, statut '
                   w-ScoreF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           perform Suspects-Lister.
           perform Traiter-UneDemande UNTIL FinSaisie.

           CLOSE ScoreF.
           DISPLAY 'Suspicions levees: ' w-NbLeves.
           STOP RUN.

       Traiter-UneDemande.
           DISPLAY 'Action (L=lister / C=lever la suspicion, '
               'vide pour terminer): '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'L'
                   perform Suspects-Lister
               WHEN 'C'
                   perform Suspicion-Lever
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

      ******************************************************************
      * La file: tous les sinistres suspects, avec le score, le seuil
      * de la nuit ou ils ont ete notes et les indicateurs declenches.
      ******************************************************************
       Suspects-Lister.
           MOVE zero TO w-NbListes.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FDSC-CodeSinistre.
           START ScoreF KEY IS NOT LESS THAN FDSC-CodeSinistre
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Suspects-ListerUn UNTIL FinLecture.
           DISPLAY w-NbListes ' sinistre(s) suspect(s) en attente '
               'de levee.'.

       Suspects-ListerUn.
           READ ScoreF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF Score-Suspect
                   ADD 1 TO w-NbListes
                   perform Indicateurs-Lister
                   DISPLAY '  ' FDSC-CodeSinistre ' client '
                       FDSC-ref_CodeClient ' score ' FDSC-Points
                       '/' FDSC-Seuil ' le ' FDSC-DateScore
                       ' ' w-ListeIndicateurs
               END-IF
           END-IF.

       Indicateurs-Lister.
           MOVE spaces TO w-ListeIndicateurs.
           MOVE 1 TO w-PosListe.
           PERFORM Indicateurs-ListerUn
               VARYING w-IdxInd FROM 1 BY 1
               UNTIL w-IdxInd > FDSC-NbIndicateurs.

       Indicateurs-ListerUn.
           STRING FDSC-CodeIndicateur (w-IdxInd) '+'
               FDSC-PointsIndicateur (w-IdxInd) ' '
               DELIMITED BY SIZE INTO w-ListeIndicateurs
               WITH POINTER w-PosListe.

       Sinistre-Lire.
           DISPLAY 'Code sinistre: '.
           ACCEPT w-SinistreSaisi.
           MOVE w-SinistreSaisi TO FDSC-CodeSinistre.
           READ ScoreF
               KEY IS FDSC-CodeSinistre
               INVALID KEY
                   MOVE 'N' TO w-SinistreTrouve
                   DISPLAY 'Sinistre non note: ' w-SinistreSaisi
               NOT INVALID KEY
                   MOVE 'O' TO w-SinistreTrouve
           END-READ.
           IF SinistreTrouve
               IF NOT Score-Suspect
                   MOVE 'N' TO w-SinistreTrouve
                   DISPLAY 'Sinistre ' FDSC-CodeSinistre
                       ' sans suspicion en cours.'
               ELSE
                   perform Indicateurs-Lister
                   DISPLAY 'Sinistre ' FDSC-CodeSinistre ' client '
                       FDSC-ref_CodeClient ' contrat '
                       FDSC-ref_CodeContrat
                   DISPLAY '  Score ' FDSC-Points ' (seuil '
                       FDSC-Seuil ') ' w-ListeIndicateurs
               END-IF
           END-IF.

      ******************************************************************
      * Levee: le dossier redevient payable. Le motif est obligatoire,
      * le score du moment garde comme reference pour les nuits
      * suivantes.
      ******************************************************************
       Suspicion-Lever.
           perform Sinistre-Lire.
           IF SinistreTrouve
               DISPLAY 'Motif de la levee: '
               ACCEPT w-MotifSaisi
               IF w-MotifSaisi = spaces
                   DISPLAY 'Motif obligatoire, sinistre laisse en '
                       'suspens.'
               ELSE
                   DISPLAY 'Lever la suspicion (O/N): '
                   ACCEPT w-Confirmation
                   IF w-Confirmation = 'O'
                       MOVE 'L' TO FDSC-Statut
                       MOVE w-CodeOperateur OF Operateur
                           TO FDSC-CodeReferent
                       MOVE w-DateDuJour TO FDSC-DateLevee
                       MOVE w-MotifSaisi TO FDSC-MotifLevee
                       MOVE FDSC-Points TO FDSC-PointsLevee
                       perform Score-Reecrire
                       ADD 1 TO w-NbLeves
                       DISPLAY 'Suspicion sur le sinistre '
                           FDSC-CodeSinistre ' levee.'
                   ELSE
                       DISPLAY 'Sinistre laisse en suspens.'
                   END-IF
               END-IF
           END-IF.

       Score-Reecrire.
           REWRITE FDSC-Score
               INVALID KEY
                   DISPLAY 'Erreur REWRITE score ' FDSC-CodeSinistre
           END-REWRITE.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM LeveeSuspicionsFraude.
