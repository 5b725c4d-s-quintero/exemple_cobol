      ******************************************************************
      * Author:
      * Date:
      * Purpose: Load of the postal service's change-of-address file
      *          (REDIRECT.DAT, one row per client who has had mail
      *          redirected: client code, name, new address, code
      *          postal, ville and the date the move took effect).
      *          Each new (code postal, ville) pair is checked on the
      *          postal reference through ControleCodePostal; a pair
      *          the reference refuses is not applied. Otherwise the
      *          client found under its code with the same name takes
      *          the new address, its NPAI flag is lifted - mail can
      *          go out again - and the key goes to the day's client
      *          delta file. Rows not applied go onto the reject list
      *          RAPREDIR.TXT with the reason, and with the communes
      *          the reference knows for a refused code.
      *          Before anything is updated the whole file is read once:
      *          its header and trailer must be present, the trailer
      *          must agree with the detail count (the rows carry no
      *          amount, the total is zero), and the sequence number
      *          must follow the last one loaded. A file failing any
      *          check is rejected whole and the job ends with return
      *          code 8; the result of the check goes to the run-control
      *          file for the end-of-day report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargementRedirections.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCLIEN.
           COPY SELDLTCL.

           SELECT Redirections ASSIGN TO "REDIRECT.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RapportRedir ASSIGN TO "RAPREDIR.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCLIENT.
           COPY FDDLTCL.

       FD  Redirections.
       01  RED-Redirection.
           05  RED-CodeClient          pic x(10).
           05  RED-Nom                 pic x(20).
           05  RED-Adresse             pic x(30).
           05  RED-CodePostal          pic 9(5).
           05  RED-Ville               pic x(20).
           05  RED-DateEffet           pic x(8).
           COPY FDFLUX.

       FD  RapportRedir.
       01  Rap-Ligne                   pic x(120).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSCLIFS.
           COPY WSCPVAL.
           COPY WSDLTCL.

       01  w-FinRedirections           pic x value 'N'.
           88  FinRedirections         value 'O'.

       01  w-DateDuJour                pic 9(8).

       01  w-NbRedirections            pic 9(7) value zero.
       01  w-NbAppliquees              pic 9(7) value zero.
       01  w-NbNPAILeves               pic 9(7) value zero.
       01  w-NbRejets                  pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'REDIRECTIONS' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           perform Controler-Redirections.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           STRING 'DLTCLI' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaClient.
           OPEN INPUT Redirections.
           OPEN I-O ClientF.
           IF NOT ClientF-OK
               DISPLAY 'Fichier clients indisponible, statut '
                   w-ClientF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND DeltaClient.
           IF w-DeltaClient-Status = '35'
               OPEN OUTPUT DeltaClient
               CLOSE DeltaClient
               OPEN EXTEND DeltaClient
           END-IF.
           OPEN OUTPUT RapportRedir.
           MOVE 'Changements d''adresse de La Poste non appliques'
               TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.

           PERFORM Charger-UneRedirection UNTIL FinRedirections.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           STRING 'Redirections lues: ' w-NbRedirections
               '  Appliquees: ' w-NbAppliquees
               '  NPAI leves: ' w-NbNPAILeves
               '  Rejets: ' w-NbRejets
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           CLOSE Redirections.
           CLOSE ClientF.
           CLOSE DeltaClient.
           CLOSE RapportRedir.
           perform Flux-Accepter.

           DISPLAY 'Chargement des changements d''adresse termine.'.
           DISPLAY '  Redirections lues : ' w-NbRedirections.
           DISPLAY '  Appliquees        : ' w-NbAppliquees.
           DISPLAY '  NPAI leves        : ' w-NbNPAILeves.
           DISPLAY '  Rejets            : ' w-NbRejets.

           MOVE 'F' TO w-RC-Action.
           STRING 'lues=' w-NbRedirections ' appliquees='
               w-NbAppliquees ' npaileves=' w-NbNPAILeves
               ' rejets=' w-NbRejets
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * First pass over the change-of-address file: header, trailer,
      * row count and sequence are checked before any client is
      * touched. The rows carry no amount, the trailer total is zero.
      ******************************************************************
       Controler-Redirections.
           MOVE 'REDIRECT' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT Redirections.
           MOVE 'N' TO w-FinRedirections.
           PERFORM Controler-LigneRedirection UNTIL FinRedirections.
           CLOSE Redirections.
           MOVE 'N' TO w-FinRedirections.
           perform Flux-Conclure.

       Controler-LigneRedirection.
           READ Redirections
               AT END MOVE 'O' TO w-FinRedirections
               NOT AT END
                   perform Flux-Examiner
           END-READ.

       Charger-UneRedirection.
           READ Redirections
               AT END MOVE 'O' TO w-FinRedirections
               NOT AT END
                   IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                       ADD 1 TO w-NbRedirections
                       perform Appliquer-Redirection
                   END-IF
           END-READ.

      ******************************************************************
      * Le couple code postal / ville doit passer le referentiel
      * postal (sans referentiel charge, l'adresse est prise telle
      * quelle), et le client doit exister sous son code avec le
      * meme nom.
      ******************************************************************
       Appliquer-Redirection.
           MOVE RED-CodePostal TO w-CP-CodePostal.
           MOVE RED-Ville      TO w-CP-Ville.
           CALL 'ControleCodePostal' USING ControleCPParm.
           IF CP-Invalide
               MOVE spaces TO Rap-Ligne
               STRING RED-CodeClient ' ' RED-Nom ' '
                   RED-CodePostal ' ' RED-Ville ' hors referentiel'
                   DELIMITED BY SIZE INTO Rap-Ligne
               WRITE Rap-Ligne
               IF w-CP-NbCommunes > zero
                   MOVE spaces TO Rap-Ligne
                   STRING '   communes connues du code: '
                       w-CP-Commune (1)
                       DELIMITED BY SIZE INTO Rap-Ligne
                   WRITE Rap-Ligne
               END-IF
               ADD 1 TO w-NbRejets
           ELSE
               MOVE RED-CodeClient TO FD-CodeClient
               READ ClientF
                   KEY IS FD-CodeClient
                   INVALID KEY
                       MOVE spaces TO Rap-Ligne
                       STRING RED-CodeClient ' ' RED-Nom
                           ' client inconnu' DELIMITED BY SIZE
                           INTO Rap-Ligne
                       WRITE Rap-Ligne
                       ADD 1 TO w-NbRejets
                   NOT INVALID KEY
                       IF FD-Nom NOT = RED-Nom
                           MOVE spaces TO Rap-Ligne
                           STRING RED-CodeClient ' ' RED-Nom
                               ' nom different au fichier: ' FD-Nom
                               DELIMITED BY SIZE INTO Rap-Ligne
                           WRITE Rap-Ligne
                           ADD 1 TO w-NbRejets
                       ELSE
                           perform Client-Demenager
                       END-IF
               END-READ
           END-IF.

       Client-Demenager.
           MOVE RED-Adresse    TO FD-Adresse.
           MOVE RED-CodePostal TO FD-CodePostal.
           MOVE RED-Ville      TO FD-Ville.
           IF Client-NPAI
               ADD 1 TO w-NbNPAILeves
           END-IF.
           MOVE 'N' TO FD-NPAI.
           MOVE spaces TO FD-DateNPAI.
           MOVE spaces TO FD-OrigineNPAI.
           REWRITE FD-Client
               INVALID KEY
                   DISPLAY 'Erreur REWRITE client ' FD-CodeClient
               NOT INVALID KEY
                   MOVE FD-CodeClient TO DLC-CodeClient
                   WRITE DLC-CodeClient
                   ADD 1 TO w-NbAppliquees
           END-REWRITE.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM ChargementRedirections.
