      * Purpose: Req 012 - client mailing list report, sorted by
      *          w-CodePostal then w-Nom, with a count per code postal,
      *          so mailing runs can be handed to the print shop in
      *          postal-presort order. Clients flagged NPAI
      *          (returned mail) are held out of the list and only
      *          counted: ListeClientsNPAI lists them for the branch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  w-CodePostalRupture         pic 9(5) value zero.
       01  w-NbParCode                 pic 9(5) value zero.
       01  w-NbTotal                   pic 9(5) value zero.
       01  w-NbRetenuesNPAI            pic 9(5) value zero.
       01  w-FinClients                pic x value 'N'.
           88  FinClients              value 'O'.
       01  w-PremierGroupe             pic x value 'O'.
               OUTPUT PROCEDURE IS Imprimer-Clients.

           CLOSE ClientF.
           DISPLAY 'Retenus (NPAI)       : ' w-NbRetenuesNPAI.
           STOP RUN.

       Charger-Clients.
                   AT END MOVE 'O' TO w-FinClients
               END-READ
               IF NOT FinClients
                   IF Client-NPAI
                       ADD 1 TO w-NbRetenuesNPAI
                   ELSE
                       MOVE FD-CodePostal      TO SD-CodePostal
                       MOVE FD-Nom             TO SD-Nom
                       MOVE FD-CodeClient      TO SD-CodeClient
                       MOVE FD-Prenom          TO SD-Prenom
                       MOVE FD-Adresse         TO SD-Adresse
                       MOVE FD-Ville           TO SD-Ville
                       RELEASE SD-Client
                   END-IF
               END-IF
           END-PERFORM.

