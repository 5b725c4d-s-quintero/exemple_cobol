      *          journal, so no refusal is ever lettered twice.
      *          Referrals ('R' lines) are left to the supervisor
      *          worklist, not lettered. All wording comes from the
      *          template file through EditionLettre. A client
      *          flagged NPAI (returned mail) gets no letter: the
      *          refusal is counted as held, for the branch to take
      *          up when it chases the NPAI list. Every letter
      *          printed is recorded on the correspondence register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY WSCLIFS.
           COPY WSBENEF.
           COPY WSLETTRE.
           COPY WSREGCR.

       01  w-JournalRefus-Status       pic xx.
       01  w-HistoRefus-Status         pic xx.
       01  w-NbLettresSin              pic 9(7) value zero.
       01  w-NbLettresSous             pic 9(7) value zero.
       01  w-NbArchivees               pic 9(7) value zero.
       01  w-NbRetenuesNPAI            pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'LETTRESREFUS' TO w-RC-Programme.
           MOVE 'LETTRESREFUS' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'O' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           DISPLAY 'Lettres de refus: ' w-NbLettresSin
               ' sinistre(s), ' w-NbLettresSous
               ' souscription(s).'.
           DISPLAY '  Retenues (NPAI): ' w-NbRetenuesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'sin=' w-NbLettresSin ' sous=' w-NbLettresSous
                   AND FD-DateResolution = w-DateDuJourJMA
                   perform Rechercher-Client
                   IF ClientTrouve
                       IF Beneficiaire-NPAI
                           ADD 1 TO w-NbRetenuesNPAI
                       ELSE
                           MOVE 'REFUSSIN' TO w-LT-CodeLettre
                           MOVE FD-MotifRefus TO w-LT-Motif
                           MOVE FD-CodeSinistre TO w-LT-Reference
                           MOVE zero TO w-LT-Montant
                           perform Emettre-Lettre
                           ADD 1 TO w-NbLettresSin
                       END-IF
                   END-IF
               END-IF
           END-IF.
                           MOVE FD-Client TO Beneficiaire
                   END-READ
                   IF ClientTrouve
                       IF Beneficiaire-NPAI
                           ADD 1 TO w-NbRetenuesNPAI
                       ELSE
                           MOVE 'REFUSOUS' TO w-LT-CodeLettre
                           MOVE REF-Motif TO w-LT-Motif
                           MOVE REF-CodeContrat TO w-LT-Reference
                           MOVE zero TO w-LT-Montant
                           perform Emettre-Lettre
                           ADD 1 TO w-NbLettresSous
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Emettre-Lettre.
           MOVE w-CodeClient OF Beneficiaire TO w-RG-CodeClient.
           MOVE w-LT-Reference           TO w-RG-Reference.
           MOVE w-LT-CodeLettre          TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Let-Ligne.
           WRITE Let-Ligne.
           STRING '=== Lettre du ' w-DateDuJour ' - ref '
               w-LT-Reference ' ===' DELIMITED BY SIZE
               INTO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.
           MOVE w-Nom OF Beneficiaire    TO w-LT-Nom.
           MOVE w-Prenom OF Beneficiaire TO w-LT-Prenom.
           MOVE w-Adresse OF Beneficiaire TO w-LT-Adresse.
           PERFORM VARYING w-IdxLettre FROM 1 BY 1
               UNTIL w-IdxLettre > w-LT-NbLignes
               MOVE w-LT-Ligne (w-IdxLettre) TO Let-Ligne
               MOVE Let-Ligne TO w-RG-Ligne
               WRITE Let-Ligne
               perform Courrier-Ligne
           END-PERFORM.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM LettresRefus.
