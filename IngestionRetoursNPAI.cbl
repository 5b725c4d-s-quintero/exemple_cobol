      ******************************************************************
      * Author:
      * Date:
      * Purpose: Load of the postal service's bulk return file of
      *          undeliverable mail (NPAIPOST.DAT, one row per letter
      *          returned: client code printed on the letter, name,
      *          return date, postal reason code). Each client found
      *          under its code with the same name is flagged NPAI
      *          with the return date and origin 'P', which holds it
      *          out of every mailing run until the address is put
      *          right; the key goes to the day's client delta file.
      *          A client already flagged keeps its first return
      *          date. Unknown codes and name mismatches are not
      *          applied and go onto the reject list RAPNPAI.TXT for
      *          the branch.
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
       PROGRAM-ID. IngestionRetoursNPAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCLIEN.
           COPY SELDLTCL.

           SELECT RetoursPoste ASSIGN TO "NPAIPOST.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RapportNPAI ASSIGN TO "RAPNPAI.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCLIENT.
           COPY FDDLTCL.

       FD  RetoursPoste.
       01  NPR-Retour.
           05  NPR-CodeClient          pic x(10).
           05  NPR-Nom                 pic x(20).
           05  NPR-DateRetour          pic x(8).
           05  NPR-MotifPoste          pic x(2).
           COPY FDFLUX.

       FD  RapportNPAI.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSCLIFS.
           COPY WSDLTCL.

       01  w-FinRetours                pic x value 'N'.
           88  FinRetours              value 'O'.

       01  w-DateDuJour                pic 9(8).

       01  w-NbRetours                 pic 9(7) value zero.
       01  w-NbMarques                 pic 9(7) value zero.
       01  w-NbDejaNPAI                pic 9(7) value zero.
       01  w-NbRejets                  pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RETOURSNPAI' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           perform Controler-Retours.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           STRING 'DLTCLI' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaClient.
           OPEN INPUT RetoursPoste.
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
           OPEN OUTPUT RapportNPAI.
           MOVE 'Retours NPAI de La Poste non appliques' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.

           PERFORM Charger-UnRetour UNTIL FinRetours.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           STRING 'Retours lus: ' w-NbRetours
               '  Marques NPAI: ' w-NbMarques
               '  Deja NPAI: ' w-NbDejaNPAI
               '  Rejets: ' w-NbRejets
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           CLOSE RetoursPoste.
           CLOSE ClientF.
           CLOSE DeltaClient.
           CLOSE RapportNPAI.
           perform Flux-Accepter.

           DISPLAY 'Chargement des retours NPAI termine.'.
           DISPLAY '  Retours lus    : ' w-NbRetours.
           DISPLAY '  Marques NPAI   : ' w-NbMarques.
           DISPLAY '  Deja NPAI      : ' w-NbDejaNPAI.
           DISPLAY '  Rejets         : ' w-NbRejets.

           MOVE 'F' TO w-RC-Action.
           STRING 'retours=' w-NbRetours ' npai=' w-NbMarques
               ' deja=' w-NbDejaNPAI ' rejets=' w-NbRejets
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * First pass over the return file: header, trailer, row count
      * and sequence are checked before any client is touched. The
      * rows carry no amount, the trailer total is zero.
      ******************************************************************
       Controler-Retours.
           MOVE 'NPAIPOST' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT RetoursPoste.
           MOVE 'N' TO w-FinRetours.
           PERFORM Controler-LigneRetour UNTIL FinRetours.
           CLOSE RetoursPoste.
           MOVE 'N' TO w-FinRetours.
           perform Flux-Conclure.

       Controler-LigneRetour.
           READ RetoursPoste
               AT END MOVE 'O' TO w-FinRetours
               NOT AT END
                   perform Flux-Examiner
           END-READ.

       Charger-UnRetour.
           READ RetoursPoste
               AT END MOVE 'O' TO w-FinRetours
               NOT AT END
                   IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                       ADD 1 TO w-NbRetours
                       perform Appliquer-Retour
                   END-IF
           END-READ.

      ******************************************************************
      * Le code client imprime sur la lettre doit exister et porter
      * le meme nom: un code mal relu par La Poste ne doit pas
      * bloquer le courrier d'un autre client.
      ******************************************************************
       Appliquer-Retour.
           MOVE NPR-CodeClient TO FD-CodeClient.
           READ ClientF
               KEY IS FD-CodeClient
               INVALID KEY
                   MOVE spaces TO Rap-Ligne
                   STRING NPR-CodeClient ' ' NPR-Nom
                       ' client inconnu' DELIMITED BY SIZE
                       INTO Rap-Ligne
                   WRITE Rap-Ligne
                   ADD 1 TO w-NbRejets
               NOT INVALID KEY
                   IF FD-Nom NOT = NPR-Nom
                       MOVE spaces TO Rap-Ligne
                       STRING NPR-CodeClient ' ' NPR-Nom
                           ' nom different au fichier: ' FD-Nom
                           DELIMITED BY SIZE INTO Rap-Ligne
                       WRITE Rap-Ligne
                       ADD 1 TO w-NbRejets
                   ELSE
                       IF Client-NPAI
                           ADD 1 TO w-NbDejaNPAI
                       ELSE
                           perform Marquer-Client
                       END-IF
                   END-IF
           END-READ.

       Marquer-Client.
           MOVE 'O' TO FD-NPAI.
           IF NPR-DateRetour IS NUMERIC
               MOVE NPR-DateRetour TO FD-DateNPAI
           ELSE
               MOVE w-DateDuJour TO FD-DateNPAI
           END-IF.
           MOVE 'P' TO FD-OrigineNPAI.
           REWRITE FD-Client
               INVALID KEY
                   DISPLAY 'Erreur REWRITE client ' FD-CodeClient
               NOT INVALID KEY
                   MOVE FD-CodeClient TO DLC-CodeClient
                   WRITE DLC-CodeClient
                   ADD 1 TO w-NbMarques
           END-REWRITE.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM IngestionRetoursNPAI.
