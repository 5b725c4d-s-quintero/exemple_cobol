      *          amounts stay untouched so the accounting trail and
      *          the reconciliation runs still balance. The report
      *          lists the codes anonymized - codes only, the whole
      *          point being that the identities are gone. The
      *          client's letters on the correspondence register lose
      *          their printed lines (name and address are in them);
      *          the header of each letter - date, letter code,
      *          reference, sending program - stays as the trail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELCONTR.
           COPY SELSINIS.
           COPY SELHISTO.
           COPY SELCOURR.

           SELECT RapportAnonym ASSIGN TO "ANONYM.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY FDCONTRA.
           COPY FDSINISF.
           COPY FDHISTO.
           COPY FDCOURR.

       FD  RapportAnonym.
       01  Rap-Ligne                   pic x(80).
           COPY WSSINFS.
           COPY WSHISFS.
           COPY WSCHTRT.
           COPY WSCRRFS.

       01  w-DateDuJour                pic 9(8).
       01  w-FinClients                pic x value 'N'.
           88  FinHisto                value 'O'.
       01  w-HistoDispo                pic x value 'N'.
           88  HistoDispo              value 'O'.
       01  w-FinCourrier               pic x.
           88  FinCourrier             value 'O'.
       01  w-CourrierDispo             pic x value 'N'.
           88  CourrierDispo           value 'O'.

      * Duree de retention apres deces, en annees.
       01  w-RetentionAnnees           pic 9(2) value 10.
       01  w-NbLus                     pic 9(7) value zero.
       01  w-NbAnonymises              pic 9(7) value zero.
       01  w-NbLignesHisto             pic 9(7) value zero.
       01  w-NbLignesCourrier          pic 9(7) value zero.

       PROCEDURE DIVISION.

           IF HistoTrtF-OK
               MOVE 'O' TO w-HistoDispo
           END-IF.
           OPEN I-O CourrierF.
           IF CourrierF-OK
               MOVE 'O' TO w-CourrierDispo
           END-IF.
           OPEN OUTPUT RapportAnonym.

           STRING 'Anonymisation de retention du ' w-DateDuJour
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           STRING 'Clients anonymises: ' w-NbAnonymises
               ' (' w-NbLignesHisto ' lignes d''historique, '
               w-NbLignesCourrier ' lignes de courrier)'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           IF HistoDispo
               CLOSE HistoTrtF
           END-IF.
           IF CourrierDispo
               CLOSE CourrierF
           END-IF.
           CLOSE RapportAnonym.

           DISPLAY 'Anonymisation: ' w-NbAnonymises
                   MOVE spaces TO FD-Adresse
                   MOVE zero   TO FD-CodePostal
                   MOVE spaces TO FD-Ville
                   MOVE 'N'    TO FD-NPAI
                   MOVE spaces TO FD-DateNPAI
                   MOVE spaces TO FD-OrigineNPAI
                   REWRITE FD-Client
                       INVALID KEY
                           DISPLAY 'Erreur REWRITE client '
                               w-CodeATraiter
                   END-REWRITE
                   perform Anonymiser-Historique
                   perform Anonymiser-Courrier
                   STRING 'Client ' w-CodeATraiter
                       ' anonymise' DELIMITED BY SIZE
                       INTO Rap-Ligne
               END-IF
           END-IF.

      ******************************************************************
      * Les lignes imprimees des courriers du client sont supprimees;
      * l'entete (ligne 000) de chaque courrier reste au registre.
      ******************************************************************
       Anonymiser-Courrier.
           IF NOT CourrierDispo
               CONTINUE
           ELSE
               MOVE 'N' TO w-FinCourrier
               MOVE w-CodeATraiter TO FDCR-CodeClient
               MOVE zero TO FDCR-DateEnvoi
               MOVE zero TO FDCR-NumCourrier
               MOVE zero TO FDCR-NumLigne
               START CourrierF KEY IS NOT LESS THAN FDCR-CleCourrier
                   INVALID KEY MOVE 'O' TO w-FinCourrier
               END-START
               PERFORM Anonymiser-UneLigneCourrier UNTIL FinCourrier
           END-IF.

       Anonymiser-UneLigneCourrier.
           READ CourrierF NEXT RECORD
               AT END MOVE 'O' TO w-FinCourrier
           END-READ.
           IF NOT FinCourrier
               IF FDCR-CodeClient NOT = w-CodeATraiter
                   MOVE 'O' TO w-FinCourrier
               ELSE
                   IF NOT FDCR-EstEntete
                       DELETE CourrierF
                           INVALID KEY
                               DISPLAY 'Erreur DELETE courrier '
                                   w-CodeATraiter
                       END-DELETE
                       ADD 1 TO w-NbLignesCourrier
                   END-IF
               END-IF
           END-IF.

      * END PROGRAM AnonymisationClients.
