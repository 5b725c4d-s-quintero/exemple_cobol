      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared writer of the outgoing correspondence
      *          register (COURRIER.DAT), CALLed with the parameter
      *          block of WSREGCR.cpy by every program that prints
      *          letters. 'D' opens a new letter for the client on
      *          today's date - next letter number of the client's
      *          day, header line carrying the letter code, the
      *          contract or claim reference and the sending program -
      *          and 'L' adds the next printed line to it. The
      *          register is opened on the first call of the run (and
      *          created if absent); if it cannot be opened the
      *          letters still print, unrecorded, and the run is
      *          warned once.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistreCourrier.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCOURR.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCOURR.

       WORKING-STORAGE SECTION.
           COPY WSCRRFS.

       01  w-RegistreOuvert            pic x value 'N'.
           88  RegistreOuvert          value 'O'.
       01  w-RegistreDispo             pic x value 'N'.
           88  RegistreDispo           value 'O'.
       01  w-CourrierEnCours           pic x value 'N'.
           88  CourrierEnCours         value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-CleEnCours.
           05  w-EC-CodeClient         pic x(10).
           05  w-EC-DateEnvoi          pic 9(8).
           05  w-EC-NumCourrier        pic 9(3).
           05  w-EC-NumLigne           pic 9(3).
       01  w-DernierNumero             pic 9(3).
       01  w-FinJour                   pic x.
           88  FinJour                 value 'O'.

       LINKAGE SECTION.
           COPY WSREGCR.

       PROCEDURE DIVISION USING RegistreCourrierParm.

       MAIN-PROCEDURE.
           IF NOT RegistreOuvert
               OPEN I-O CourrierF
               IF NOT CourrierF-OK
                   IF w-CourrierF-Status = '35'
                       OPEN OUTPUT CourrierF
                       CLOSE CourrierF
                       OPEN I-O CourrierF
                   END-IF
               END-IF
               IF CourrierF-OK
                   MOVE 'O' TO w-RegistreDispo
               ELSE
                   DISPLAY 'Registre du courrier indisponible (statut '
                       w-CourrierF-Status '): lettres non enregistrees.'
               END-IF
               MOVE 'O' TO w-RegistreOuvert
           END-IF.

           MOVE '00' TO w-RG-Retour.
           IF NOT RegistreDispo
               MOVE '30' TO w-RG-Retour
           ELSE
               EVALUATE w-RG-Fonction
                   WHEN 'D'
                       perform Courrier-Ouvrir
                   WHEN 'L'
                       perform Courrier-AjouterLigne
                   WHEN OTHER
                       MOVE '16' TO w-RG-Retour
               END-EVALUATE
           END-IF.

           GOBACK.

      ******************************************************************
      * Numero du courrier: le suivant des courriers deja enregistres
      * pour le client ce jour.
      ******************************************************************
       Courrier-Ouvrir.
           MOVE 'N' TO w-CourrierEnCours.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE zero TO w-DernierNumero.
           MOVE 'N' TO w-FinJour.
           MOVE w-RG-CodeClient TO FDCR-CodeClient.
           MOVE w-DateDuJour TO FDCR-DateEnvoi.
           MOVE zero TO FDCR-NumCourrier.
           MOVE zero TO FDCR-NumLigne.
           START CourrierF KEY IS NOT LESS THAN FDCR-CleCourrier
               INVALID KEY MOVE 'O' TO w-FinJour
           END-START.
           PERFORM Courrier-LireJour UNTIL FinJour.

           IF w-DernierNumero = 999
               MOVE '30' TO w-RG-Retour
               DISPLAY 'Registre du courrier: plus de numero libre '
                   'pour le client ' w-RG-CodeClient
           ELSE
               MOVE w-RG-CodeClient TO w-EC-CodeClient
               MOVE w-DateDuJour TO w-EC-DateEnvoi
               COMPUTE w-EC-NumCourrier = w-DernierNumero + 1
               MOVE zero TO w-EC-NumLigne
               MOVE spaces TO FDCR-Entete
               MOVE w-CleEnCours TO FDCR-CleCourrier
               MOVE w-RG-CodeLettre TO FDCR-CodeLettre
               MOVE w-RG-Reference TO FDCR-Reference
               MOVE w-RG-Programme TO FDCR-Programme
               WRITE FDCR-Courrier
                   INVALID KEY
                       MOVE '30' TO w-RG-Retour
                       DISPLAY 'Erreur WRITE registre du courrier '
                           w-RG-CodeClient
                   NOT INVALID KEY
                       MOVE 'O' TO w-CourrierEnCours
                       MOVE w-EC-NumCourrier TO w-RG-NumCourrier
               END-WRITE
           END-IF.

       Courrier-LireJour.
           READ CourrierF NEXT RECORD
               AT END MOVE 'O' TO w-FinJour
           END-READ.
           IF NOT FinJour
               IF FDCR-CodeClient NOT = w-RG-CodeClient
                   OR FDCR-DateEnvoi NOT = w-DateDuJour
                   MOVE 'O' TO w-FinJour
               ELSE
                   MOVE FDCR-NumCourrier TO w-DernierNumero
               END-IF
           END-IF.

       Courrier-AjouterLigne.
           IF NOT CourrierEnCours OR w-EC-NumLigne = 999
               MOVE '30' TO w-RG-Retour
           ELSE
               ADD 1 TO w-EC-NumLigne
               MOVE w-CleEnCours TO FDCR-CleCourrier
               MOVE w-RG-Ligne TO FDCR-Texte
               WRITE FDCR-Courrier
                   INVALID KEY
                       MOVE '30' TO w-RG-Retour
                       DISPLAY 'Erreur WRITE registre du courrier '
                           w-RG-CodeClient
               END-WRITE
           END-IF.

      * END PROGRAM RegistreCourrier.
