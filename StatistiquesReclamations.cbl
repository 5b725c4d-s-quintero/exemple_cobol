      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual statistics of the complaints register, for the
      *          regulator's yearly return. Every complaint received
      *          during the requested year is counted by category
      *          (refused claim, disputed debit, cancellation, other)
      *          and by outcome (founded, partly founded, rejected,
      *          still open), with the number answered after the
      *          two-month deadline. One page, STATRECL.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatistiquesReclamations.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELRECLA.

           SELECT FichierRapport ASSIGN TO "STATRECL.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDRECLA.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSRECFS.

       01  w-AnneeDemandee             pic x(4).
       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-IdxC                      pic 9.
       01  w-IdxI                      pic 9.
       01  w-NbRetenues                pic 9(5) value zero.

      * Compteurs par categorie (SI, PR, RS, AU) et par issue
      * (fondee, partielle, rejetee, en cours), plus les reponses
      * donnees apres la limite des deux mois.
       01  w-Statistiques.
           05  w-StatCategorie         occurs 5.
               10  w-StatIssue         pic 9(5) occurs 4.
               10  w-StatTotal         pic 9(5).
               10  w-StatHorsDelai     pic 9(5).

       01  w-LibellesCategories.
           05  filler                  pic x(20)
               value 'Sinistre refuse'.
           05  filler                  pic x(20)
               value 'Prelevement conteste'.
           05  filler                  pic x(20)
               value 'Resiliation'.
           05  filler                  pic x(20)
               value 'Autre'.
           05  filler                  pic x(20)
               value 'TOTAL'.
       01  filler redefines w-LibellesCategories.
           05  w-LibelleCategorie      pic x(20) occurs 5.

       01  w-LigneStat.
           05  LS-Categorie            pic x(20).
           05  filler                  pic x.
           05  LS-Issue                pic z(5)9 occurs 4.
           05  filler                  pic x(2).
           05  LS-Total                pic z(4)9.
           05  filler                  pic x(2).
           05  LS-HorsDelai            pic z(4)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'STATRECLAM' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           DISPLAY 'Annee des statistiques (AAAA): '.
           ACCEPT w-AnneeDemandee.

           OPEN INPUT ReclamationF.
           IF NOT ReclamationF-OK
               DISPLAY 'Registre des reclamations indisponible, statut '
                   w-ReclamationF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FichierRapport.

           INITIALIZE w-Statistiques.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDRC-NumReclamation.
           START ReclamationF KEY IS NOT LESS THAN FDRC-NumReclamation
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Compter-UneReclamation UNTIL FinFichier.

           MOVE spaces TO Rap-Ligne.
           STRING 'STATISTIQUES DES RECLAMATIONS RECUES EN '
               w-AnneeDemandee DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           STRING 'Categorie             Fond. Part.  Rej. Cours'
               '  Total  Hors delai'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           PERFORM Imprimer-UneCategorie
               VARYING w-IdxC FROM 1 BY 1 UNTIL w-IdxC > 4.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE 5 TO w-IdxC.
           perform Imprimer-UneCategorie.

           CLOSE ReclamationF.
           CLOSE FichierRapport.

           DISPLAY 'Statistiques reclamations ' w-AnneeDemandee ': '
               w-NbRetenues ' reclamation(s).'.

           MOVE 'F' TO w-RC-Action.
           STRING 'reclamations=' w-NbRetenues
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * L'annee est celle de la reception. Une reclamation encore
      * ouverte est comptee "en cours"; une reponse posterieure a la
      * date limite est comptee hors delai en plus de son issue.
      ******************************************************************
       Compter-UneReclamation.
           READ ReclamationF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDRC-DateReception (1:4) = w-AnneeDemandee
                   ADD 1 TO w-NbRetenues
                   EVALUATE TRUE
                       WHEN Reclamation-Sinistre    MOVE 1 TO w-IdxC
                       WHEN Reclamation-Prelevement MOVE 2 TO w-IdxC
                       WHEN Reclamation-Resiliation MOVE 3 TO w-IdxC
                       WHEN OTHER                   MOVE 4 TO w-IdxC
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN Reclamation-Ouverte     MOVE 4 TO w-IdxI
                       WHEN Issue-Fondee            MOVE 1 TO w-IdxI
                       WHEN Issue-Partielle         MOVE 2 TO w-IdxI
                       WHEN OTHER                   MOVE 3 TO w-IdxI
                   END-EVALUATE
                   ADD 1 TO w-StatIssue (w-IdxC w-IdxI)
                   ADD 1 TO w-StatIssue (5 w-IdxI)
                   ADD 1 TO w-StatTotal (w-IdxC)
                   ADD 1 TO w-StatTotal (5)
                   IF FDRC-DateReponse NOT = spaces
                       AND FDRC-DateReponse > FDRC-DateLimiteReponse
                       ADD 1 TO w-StatHorsDelai (w-IdxC)
                       ADD 1 TO w-StatHorsDelai (5)
                   END-IF
               END-IF
           END-IF.

       Imprimer-UneCategorie.
           MOVE spaces TO w-LigneStat.
           MOVE w-LibelleCategorie (w-IdxC) TO LS-Categorie.
           PERFORM Editer-UneIssue
               VARYING w-IdxI FROM 1 BY 1 UNTIL w-IdxI > 4.
           MOVE w-StatTotal (w-IdxC) TO LS-Total.
           MOVE w-StatHorsDelai (w-IdxC) TO LS-HorsDelai.
           MOVE w-LigneStat TO Rap-Ligne.
           WRITE Rap-Ligne.

       Editer-UneIssue.
           MOVE w-StatIssue (w-IdxC w-IdxI) TO LS-Issue (w-IdxI).

      * END PROGRAM StatistiquesReclamations.
