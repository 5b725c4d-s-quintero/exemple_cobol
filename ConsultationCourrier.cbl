      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inquiry over the outgoing correspondence register
      *          (COURRIER.DAT): every letter sent to one client, in
      *          date order, with the letter code, the contract or
      *          claim reference and the program that produced it.
      *          Any letter of the list can be reprinted exactly as
      *          it went out - its recorded lines are shown on screen
      *          and written to REIMPR.TXT for the printer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultationCourrier.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCOURR.

           SELECT Reimpression ASSIGN TO "REIMPR.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCOURR.

       FD  Reimpression.
       01  Rei-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSCRRFS.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinCourrier               pic x.
           88  FinCourrier             value 'O'.
       01  w-FinChoix                  pic x.
           88  FinChoix                value 'O'.

       01  w-CodeSaisi                 pic x(10).
       01  w-ChoixSaisi                pic xx.
       01  w-Choix                     pic 99.
       01  w-NbCourriers               pic 99.
       01  w-NbReimprimes              pic 9(5) value zero.
       01  w-NbLignes                  pic 9(3).

      * Cles des courriers listes pour le client, pour la reimpression.
       01  w-TableCourriers.
           05  w-Courrier              occurs 50 times.
               10  w-TC-DateEnvoi      pic 9(8).
               10  w-TC-NumCourrier    pic 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT CourrierF.
           IF NOT CourrierF-OK
               DISPLAY 'Registre du courrier indisponible, statut '
                   w-CourrierF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Reimpression.

           perform Consulter-UnClient UNTIL FinSaisie.

           CLOSE CourrierF.
           CLOSE Reimpression.
           DISPLAY 'Courriers reimprimes: ' w-NbReimprimes.
           STOP RUN.

       Consulter-UnClient.
           DISPLAY 'Code client (vide pour terminer): '.
           ACCEPT w-CodeSaisi.
           IF w-CodeSaisi = spaces
               MOVE 'O' TO w-FinSaisie
           ELSE
               perform Lister-Courriers
               IF w-NbCourriers > zero
                   MOVE 'N' TO w-FinChoix
                   PERFORM Choisir-Courrier UNTIL FinChoix
               END-IF
           END-IF.

      ******************************************************************
      * Les entetes (ligne 000) du client dans l'ordre de la cle, donc
      * par date d'envoi. Au-dela de 50 courriers la liste s'arrete:
      * le plus ancien d'abord, comme au registre.
      ******************************************************************
       Lister-Courriers.
           MOVE zero TO w-NbCourriers.
           MOVE 'N' TO w-FinCourrier.
           MOVE w-CodeSaisi TO FDCR-CodeClient.
           MOVE zero TO FDCR-DateEnvoi.
           MOVE zero TO FDCR-NumCourrier.
           MOVE zero TO FDCR-NumLigne.
           START CourrierF KEY IS NOT LESS THAN FDCR-CleCourrier
               INVALID KEY MOVE 'O' TO w-FinCourrier
           END-START.
           PERFORM Lister-UnCourrier UNTIL FinCourrier.
           IF w-NbCourriers = zero
               DISPLAY 'Aucun courrier enregistre pour ce client.'
           ELSE
               DISPLAY w-NbCourriers ' courrier(s).'
           END-IF.

       Lister-UnCourrier.
           READ CourrierF NEXT RECORD
               AT END MOVE 'O' TO w-FinCourrier
           END-READ.
           IF NOT FinCourrier
               IF FDCR-CodeClient NOT = w-CodeSaisi
                   MOVE 'O' TO w-FinCourrier
               ELSE
                   IF FDCR-EstEntete
                       IF w-NbCourriers = 50
                           DISPLAY 'Liste limitee aux 50 premiers '
                               'courriers.'
                           MOVE 'O' TO w-FinCourrier
                       ELSE
                           ADD 1 TO w-NbCourriers
                           MOVE FDCR-DateEnvoi
                               TO w-TC-DateEnvoi (w-NbCourriers)
                           MOVE FDCR-NumCourrier
                               TO w-TC-NumCourrier (w-NbCourriers)
                           DISPLAY w-NbCourriers ' ' FDCR-DateEnvoi
                               ' ' FDCR-NumCourrier ' '
                               FDCR-CodeLettre ' ' FDCR-Reference
                               ' ' FDCR-Programme
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Choisir-Courrier.
           DISPLAY 'Numero du courrier a reimprimer '
               '(vide pour un autre client): '.
           ACCEPT w-ChoixSaisi.
           IF w-ChoixSaisi = spaces
               MOVE 'O' TO w-FinChoix
           ELSE
               IF w-ChoixSaisi (2:1) = space
                   MOVE w-ChoixSaisi (1:1) TO w-ChoixSaisi (2:1)
                   MOVE '0' TO w-ChoixSaisi (1:1)
               END-IF
               IF w-ChoixSaisi IS NOT NUMERIC
                   DISPLAY 'Choix invalide.'
               ELSE
                   MOVE w-ChoixSaisi TO w-Choix
                   IF w-Choix < 1 OR w-Choix > w-NbCourriers
                       DISPLAY 'Choix invalide.'
                   ELSE
                       perform Reimprimer-Courrier
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Les lignes enregistrees (001 et suivantes) du courrier choisi,
      * telles qu'elles sont parties, a l'ecran et au fichier de
      * reimpression, une ligne blanche entre deux courriers.
      ******************************************************************
       Reimprimer-Courrier.
           MOVE zero TO w-NbLignes.
           MOVE 'N' TO w-FinCourrier.
           MOVE w-CodeSaisi TO FDCR-CodeClient.
           MOVE w-TC-DateEnvoi (w-Choix) TO FDCR-DateEnvoi.
           MOVE w-TC-NumCourrier (w-Choix) TO FDCR-NumCourrier.
           MOVE 1 TO FDCR-NumLigne.
           START CourrierF KEY IS NOT LESS THAN FDCR-CleCourrier
               INVALID KEY MOVE 'O' TO w-FinCourrier
           END-START.
           IF w-NbReimprimes > zero
               MOVE spaces TO Rei-Ligne
               WRITE Rei-Ligne
           END-IF.
           PERFORM Reimprimer-UneLigne UNTIL FinCourrier.
           ADD 1 TO w-NbReimprimes.
           DISPLAY w-NbLignes ' ligne(s) reimprimee(s) dans REIMPR.TXT'.

       Reimprimer-UneLigne.
           READ CourrierF NEXT RECORD
               AT END MOVE 'O' TO w-FinCourrier
           END-READ.
           IF NOT FinCourrier
               IF FDCR-CodeClient NOT = w-CodeSaisi
                   OR FDCR-DateEnvoi NOT = w-TC-DateEnvoi (w-Choix)
                   OR FDCR-NumCourrier NOT = w-TC-NumCourrier (w-Choix)
                   MOVE 'O' TO w-FinCourrier
               ELSE
                   MOVE FDCR-Texte TO Rei-Ligne
                   WRITE Rei-Ligne
                   DISPLAY FDCR-Texte
                   ADD 1 TO w-NbLignes
               END-IF
           END-IF.

      * END PROGRAM ConsultationCourrier.
