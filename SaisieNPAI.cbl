      ******************************************************************
      * Author:
      * Date:
      * Purpose: Capture of returned mail (NPAI - n'habite pas a
      *          l'adresse indiquee) as the envelopes come back to the
      *          branch. The operator keys the client code, checks the
      *          name and address on file, and confirms: the client
      *          is flagged NPAI with today's date and origin 'C'
      *          (capture), which holds it out of every mailing run
      *          until the address is put right. A client already
      *          flagged can have the flag lifted here when the
      *          branch has confirmed the address on file is good
      *          after all. Every client touched goes to the day's
      *          client delta file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaisieNPAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCLIEN.
           COPY SELOPER.
           COPY SELDLTCL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCLIENT.
           COPY FDOPER.
           COPY FDDLTCL.

       WORKING-STORAGE SECTION.
           COPY WSCLIFS.
           COPY WSOPER.
           COPY WSOPEFS.
           COPY WSDLTCL.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-CodeClient                pic x(10).
       01  w-Confirmation              pic x.

       01  w-NbMarques                 pic 9(5) value zero.
       01  w-NbLeves                   pic 9(5) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           perform Operateur-SignOn.
           IF NOT Operateur-PeutModifier
               DISPLAY 'Acces refuse: niveau mise a jour requis.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ClientF.
           IF NOT ClientF-OK
               DISPLAY 'Fichier clients indisponible, statut '
                   w-ClientF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM Traiter-UnRetour UNTIL FinSaisie.

           CLOSE ClientF.

           DISPLAY 'Clients marques NPAI : ' w-NbMarques.
           DISPLAY 'NPAI leves           : ' w-NbLeves.
           STOP RUN.

       Traiter-UnRetour.
           DISPLAY 'Code client du courrier revenu '
               '(vide pour terminer): '.
           ACCEPT w-CodeClient.
           IF w-CodeClient = spaces
               MOVE 'O' TO w-FinSaisie
           ELSE
               MOVE w-CodeClient TO FD-CodeClient
               READ ClientF
                   KEY IS FD-CodeClient
                   INVALID KEY
                       DISPLAY 'Client inconnu: ' w-CodeClient
                   NOT INVALID KEY
                       perform Confirmer-Retour
               END-READ
           END-IF.

       Confirmer-Retour.
           DISPLAY '  ' FD-Nom ' ' FD-Prenom.
           DISPLAY '  ' FD-Adresse.
           DISPLAY '  ' FD-CodePostal ' ' FD-Ville.
           IF Client-NPAI
               DISPLAY '  Deja NPAI depuis le ' FD-DateNPAI
                   ' (origine ' FD-OrigineNPAI ').'
               DISPLAY 'Lever le NPAI, adresse confirmee? (O/N): '
               ACCEPT w-Confirmation
               IF w-Confirmation = 'O'
                   MOVE 'N' TO FD-NPAI
                   MOVE spaces TO FD-DateNPAI
                   MOVE spaces TO FD-OrigineNPAI
                   perform Client-Ecrire
                   ADD 1 TO w-NbLeves
               END-IF
           ELSE
               DISPLAY 'Marquer ce client NPAI? (O/N): '
               ACCEPT w-Confirmation
               IF w-Confirmation = 'O'
                   MOVE 'O' TO FD-NPAI
                   MOVE w-DateDuJour TO FD-DateNPAI
                   MOVE 'C' TO FD-OrigineNPAI
                   perform Client-Ecrire
                   ADD 1 TO w-NbMarques
               END-IF
           END-IF.

       Client-Ecrire.
           REWRITE FD-Client
               INVALID KEY
                   DISPLAY 'Erreur REWRITE client ' FD-CodeClient
               NOT INVALID KEY
                   perform DeltaClient-Ecrire
                   DISPLAY 'Client ' FD-CodeClient ' mis a jour.'
           END-REWRITE.

      ******************************************************************
      * Chaque cle touchee part au fichier delta du jour: les scans
      * nocturnes traitent ces cles au lieu de relire tout le
      * maitre.
      ******************************************************************
       DeltaClient-Ecrire.
           STRING 'DLTCLI' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaClient.
           OPEN EXTEND DeltaClient.
           IF w-DeltaClient-Status = '35'
               OPEN OUTPUT DeltaClient
               CLOSE DeltaClient
               OPEN EXTEND DeltaClient
           END-IF.
           MOVE FD-CodeClient TO DLC-CodeClient.
           WRITE DLC-CodeClient.
           CLOSE DeltaClient.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM SaisieNPAI.
