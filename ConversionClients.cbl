      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the client master to its
      *          widened layout: every client gains the NPAI flag
      *          (returned mail), its date and its origin - no mail
      *          has been flagged yet, so every client is carried
      *          over as not NPAI ('N') with no date and no origin.
      *          Reads CLIENTF.DAT in its OLD layout and writes
      *          CLIENNEW.DAT in the new one. Run once at deployment,
      *          then swap the new file in under the production name.
      *          An input absent on site (status 35) is simply
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionClients.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AncienClientF ASSIGN TO "CLIENTF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-CodeClient
               FILE STATUS IS w-AncienClient-Status.

           SELECT NouveauClientF ASSIGN TO "CLIENNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOC-CodeClient
               FILE STATUS IS w-NouveauClient-Status.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Ancien client, 143 octets - sans NPAI.
      ******************************************************************
       FD  AncienClientF.
       01  ANC-Client.
           05  ANC-CodeClient              pic x(10).
           05  ANC-Corps                   pic x(133).

       FD  NouveauClientF.
       01  NOC-Client.
           05  NOC-CodeClient              pic x(10).
           05  NOC-Corps                   pic x(133).
           05  NOC-NPAI                    pic x.
           05  NOC-DateNPAI                pic x(8).
           05  NOC-OrigineNPAI             pic x.

       WORKING-STORAGE SECTION.
       01  w-AncienClient-Status       pic xx.
       01  w-NouveauClient-Status      pic xx.

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-NbClients                 pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           perform Convertir-Clients.

           DISPLAY 'Conversion du fichier clients terminee.'.
           DISPLAY '  Clients : ' w-NbClients.
           STOP RUN.

       Convertir-Clients.
           OPEN INPUT AncienClientF.
           IF w-AncienClient-Status NOT = '00'
               DISPLAY 'CLIENTF.DAT absent (statut '
                   w-AncienClient-Status '), clients sautes.'
           ELSE
               OPEN OUTPUT NouveauClientF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANC-CodeClient
               START AncienClientF
                   KEY IS NOT LESS THAN ANC-CodeClient
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnClient UNTIL FinFichier
               CLOSE AncienClientF
               CLOSE NouveauClientF
           END-IF.

       Convertir-UnClient.
           READ AncienClientF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANC-CodeClient     TO NOC-CodeClient
               MOVE ANC-Corps          TO NOC-Corps
               MOVE 'N'                TO NOC-NPAI
               MOVE spaces             TO NOC-DateNPAI
               MOVE spaces             TO NOC-OrigineNPAI
               WRITE NOC-Client
                   INVALID KEY
                       DISPLAY 'Erreur WRITE client ' NOC-CodeClient
               END-WRITE
               ADD 1 TO w-NbClients
           END-IF.

      * END PROGRAM ConversionClients.
