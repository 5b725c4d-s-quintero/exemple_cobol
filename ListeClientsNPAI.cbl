      ******************************************************************
      * Author:
      * Date:
      * Purpose: Worklist for the branch of every client flagged NPAI
      *          (returned mail), oldest return first, with the
      *          address the mail came back from, the date of the
      *          return and where the flag came from (capture at the
      *          branch or the postal service's return file). These
      *          clients are held out of every mailing run until the
      *          branch obtains a new address - keyed through the
      *          client update screen or received on the postal
      *          change-of-address file, either of which lifts the
      *          flag.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListeClientsNPAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCLIEN.

           SELECT TriNPAI ASSIGN TO "NPAITRI.TMP".

           SELECT RapportNPAI ASSIGN TO "LISTNPAI.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCLIENT.

       SD  TriNPAI.
       01  SD-Client.
           10  SD-DateNPAI               pic x(8).
           10  SD-CodeClient             pic x(10).
           10  SD-Nom                    pic x(20).
           10  SD-Prenom                 pic x(20).
           10  SD-Adresse                pic x(30).
           10  SD-CodePostal             pic 9(5).
           10  SD-Ville                  pic x(20).
           10  SD-OrigineNPAI            pic x.

       FD  RapportNPAI.
       01  Rap-Ligne                   pic x(140).

       WORKING-STORAGE SECTION.
           COPY WSCLIFS.

       01  w-NbTotal                   pic 9(5) value zero.
       01  w-FinClients                pic x value 'N'.
           88  FinClients              value 'O'.

       01  w-Entete1.
           05  filler                  pic x(9)  value 'Retour'.
           05  filler                  pic x(11) value 'Code'.
           05  filler                  pic x(21) value 'Nom'.
           05  filler                  pic x(21) value 'Prenom'.
           05  filler                  pic x(31) value 'Adresse'.
           05  filler                  pic x(27) value 'Ville'.
           05  filler                  pic x(8)  value 'Origine'.

       01  w-LigneDet.
           05  LD-DateNPAI              pic x(8).
           05  filler                   pic x.
           05  LD-Client                pic x(10).
           05  filler                   pic x.
           05  LD-Nom                   pic x(20).
           05  filler                   pic x.
           05  LD-Prenom                pic x(20).
           05  filler                   pic x.
           05  LD-Adresse               pic x(30).
           05  filler                   pic x.
           05  LD-CodePostal            pic 9(5).
           05  filler                   pic x.
           05  LD-Ville                 pic x(20).
           05  filler                   pic x.
           05  LD-Origine               pic x(8).

       01  w-LigneTotal.
           05  filler                  pic x(24)
               value 'Clients NPAI: '.
           05  LT-Nombre               pic zzzz9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT ClientF.

           SORT TriNPAI
               ON ASCENDING KEY SD-DateNPAI SD-CodeClient
               INPUT PROCEDURE IS Charger-Clients
               OUTPUT PROCEDURE IS Imprimer-Clients.

           CLOSE ClientF.
           DISPLAY 'Clients NPAI a relancer: ' w-NbTotal.
           STOP RUN.

       Charger-Clients.
           MOVE LOW-VALUES TO FD-CodeClient.
           START ClientF KEY IS NOT LESS THAN FD-CodeClient
               INVALID KEY MOVE 'O' TO w-FinClients
           END-START.
           PERFORM Charger-UnClient UNTIL FinClients.

       Charger-UnClient.
           READ ClientF NEXT RECORD
               AT END MOVE 'O' TO w-FinClients
           END-READ.
           IF NOT FinClients AND Client-NPAI
               MOVE FD-DateNPAI        TO SD-DateNPAI
               MOVE FD-CodeClient      TO SD-CodeClient
               MOVE FD-Nom             TO SD-Nom
               MOVE FD-Prenom          TO SD-Prenom
               MOVE FD-Adresse         TO SD-Adresse
               MOVE FD-CodePostal      TO SD-CodePostal
               MOVE FD-Ville           TO SD-Ville
               MOVE FD-OrigineNPAI     TO SD-OrigineNPAI
               RELEASE SD-Client
           END-IF.

       Imprimer-Clients.
           OPEN OUTPUT RapportNPAI.
           MOVE w-Entete1 TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE 'N' TO w-FinClients.
           RETURN TriNPAI
               AT END MOVE 'O' TO w-FinClients
           END-RETURN.
           PERFORM Imprimer-UnClient UNTIL FinClients.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE w-NbTotal TO LT-Nombre.
           MOVE w-LigneTotal TO Rap-Ligne.
           WRITE Rap-Ligne.

           CLOSE RapportNPAI.

       Imprimer-UnClient.
           MOVE SD-DateNPAI            TO LD-DateNPAI.
           MOVE SD-CodeClient          TO LD-Client.
           MOVE SD-Nom                 TO LD-Nom.
           MOVE SD-Prenom              TO LD-Prenom.
           MOVE SD-Adresse             TO LD-Adresse.
           MOVE SD-CodePostal          TO LD-CodePostal.
           MOVE SD-Ville               TO LD-Ville.
           EVALUATE SD-OrigineNPAI
               WHEN 'C' MOVE 'Guichet' TO LD-Origine
               WHEN 'P' MOVE 'La Poste' TO LD-Origine
               WHEN OTHER MOVE spaces TO LD-Origine
           END-EVALUATE.
           MOVE w-LigneDet TO Rap-Ligne.
           WRITE Rap-Ligne.
           ADD 1 TO w-NbTotal.

           RETURN TriNPAI
               AT END MOVE 'O' TO w-FinClients
           END-RETURN.

      * END PROGRAM ListeClientsNPAI.
