      ******************************************************************
      * Overpayment paragraphs, COPY'd into the PROCEDURE DIVISION of
      * the claim payment runs. Indu-Detecter compares what the
      * payments register shows paid on a claim with what is owed on
      * it; the excess not already claimed back on the claim opens a
      * receivable on IndusF and a repayment-request letter (code
      * INDU, through EditionLettre) goes to the client - unless the
      * client is flagged NPAI (returned mail); the letter is
      * recorded on the correspondence register. Indu-Deduire
      * keeps back, from a payment about to go to a client, what the
      * client still owes on open overpayments, oldest claim first,
      * with a deduction movement per overpayment on MvtIndusF.
      * Requires SELINDU/FDINDU, SELMVIN/FDMVIN, SELCLIEN/FDCLIENT and
      * a LettresIndus file (record LetIndu-Ligne) in the file
      * divisions, WSINDFS, WSMVIFS, WSCLIFS, WSBENEF, WSLETTRE,
      * WSREGCR and WSINDU in WORKING-STORAGE, the COURRIER
      * paragraphs COPY'd too, IndusF and MvtIndusF open I-O,
      * ClientF and LettresIndus open.
      ******************************************************************
       Indu-Detecter.
           MOVE zero TO w-IN-Ouvert.
           perform Indu-Cumuler.
           COMPUTE w-IN-Exces = w-IN-MontantPaye - w-IN-MontantDu
               - w-IN-DejaOuvert.
           IF w-IN-Exces > zero
               perform Indu-Ouvrir
           END-IF.

      * Ce qui est deja reclame sur le sinistre, quel que soit le
      * sort de la creance depuis: un indu recouvre ou abandonne ne
      * se rouvre pas a la nuit suivante.
       Indu-Cumuler.
           MOVE zero TO w-IN-DejaOuvert.
           MOVE zero TO w-IN-DernierNum.
           MOVE 'N' TO w-IN-Fin.
           MOVE w-IN-CodeSinistre TO FDIN-CodeSinistre.
           MOVE zero TO FDIN-NumIndu.
           START IndusF KEY IS NOT LESS THAN FDIN-CleIndu
               INVALID KEY MOVE 'O' TO w-IN-Fin
           END-START.
           PERFORM Indu-CumulerUn UNTIL IN-Fin.

       Indu-CumulerUn.
           READ IndusF NEXT RECORD
               AT END MOVE 'O' TO w-IN-Fin
           END-READ.
           IF NOT IN-Fin
               IF FDIN-CodeSinistre NOT = w-IN-CodeSinistre
                   MOVE 'O' TO w-IN-Fin
               ELSE
                   ADD FDIN-MontantInitial TO w-IN-DejaOuvert
                   MOVE FDIN-NumIndu TO w-IN-DernierNum
               END-IF
           END-IF.

       Indu-Ouvrir.
           MOVE spaces TO FDIN-Indu.
           MOVE w-IN-CodeSinistre  TO FDIN-CodeSinistre.
           COMPUTE FDIN-NumIndu = w-IN-DernierNum + 1.
           MOVE w-IN-CodeClient    TO FDIN-CodeClient.
           MOVE w-IN-CodeContrat   TO FDIN-CodeContrat.
           MOVE w-IN-Origine       TO FDIN-Origine.
           MOVE w-IN-Date          TO FDIN-DateOuverture.
           MOVE w-IN-MontantPaye   TO FDIN-MontantPaye.
           MOVE w-IN-MontantDu     TO FDIN-MontantDu.
           MOVE w-IN-Exces         TO FDIN-MontantInitial.
           MOVE w-IN-Exces         TO FDIN-Solde.
           MOVE 'O'                TO FDIN-Statut.
           MOVE zero               TO FDIN-DernierMouvement.
           perform Indu-Lettre.
           WRITE FDIN-Indu
               INVALID KEY
                   DISPLAY 'Erreur WRITE indu ' FDIN-CodeSinistre
           END-WRITE.
           MOVE w-IN-Exces TO w-IN-Ouvert.

      * Demande de remboursement au client. Sans client au fichier,
      * ou pour un client NPAI (courrier revenu), la creance s'ouvre
      * quand meme, sans date de lettre.
       Indu-Lettre.
           MOVE w-IN-CodeClient TO FD-CodeClient.
           READ ClientF
               KEY IS FD-CodeClient
               INVALID KEY
                   MOVE 'N' TO w-IN-ClientTrouve
               NOT INVALID KEY
                   MOVE FD-Client TO Beneficiaire
                   MOVE 'O' TO w-IN-ClientTrouve
           END-READ.
           IF NOT IN-ClientTrouve
               DISPLAY 'Indu ' w-IN-CodeSinistre ': client '
                   w-IN-CodeClient ' introuvable, lettre non editee.'
           ELSE
               IF Beneficiaire-NPAI
                   DISPLAY 'Indu ' w-IN-CodeSinistre ': client '
                       w-IN-CodeClient ' NPAI, lettre retenue.'
               ELSE
                   perform Indu-EditerLettre
               END-IF
           END-IF.

       Indu-EditerLettre.
           MOVE 'INDU' TO w-LT-CodeLettre.
           MOVE w-Nom OF Beneficiaire    TO w-LT-Nom.
           MOVE w-Prenom OF Beneficiaire TO w-LT-Prenom.
           MOVE w-Adresse OF Beneficiaire TO w-LT-Adresse.
           MOVE w-CodePostal OF Beneficiaire TO w-LT-CodePostal.
           MOVE w-Ville OF Beneficiaire  TO w-LT-Ville.
           MOVE w-IN-Exces               TO w-LT-Montant.
           MOVE w-IN-Date                TO w-LT-Date.
           MOVE 'Indemnites percues en trop a rembourser'
               TO w-LT-Motif.
           MOVE w-IN-CodeSinistre        TO w-LT-Reference.
           CALL 'EditionLettre' USING EditionLettreParm.
           MOVE w-IN-CodeClient          TO w-RG-CodeClient.
           MOVE w-IN-CodeSinistre        TO w-RG-Reference.
           MOVE w-LT-CodeLettre          TO w-RG-CodeLettre.
           perform Courrier-Debut.
           PERFORM Indu-EcrireLigne
               VARYING w-IN-IdxLettre FROM 1 BY 1
               UNTIL w-IN-IdxLettre > w-LT-NbLignes.
           MOVE spaces TO LetIndu-Ligne.
           WRITE LetIndu-Ligne.
           MOVE w-IN-Date TO FDIN-DateLettre.

       Indu-EcrireLigne.
           MOVE w-LT-Ligne (w-IN-IdxLettre) TO LetIndu-Ligne.
           MOVE LetIndu-Ligne TO w-RG-Ligne.
           WRITE LetIndu-Ligne.
           perform Courrier-Ligne.

       Indu-Deduire.
           MOVE zero TO w-IN-Deduit.
           MOVE w-IN-APayer TO w-IN-Reste.
           MOVE 'N' TO w-IN-Fin.
           MOVE w-IN-CodeClient TO FDIN-CodeClient.
           START IndusF KEY IS NOT LESS THAN FDIN-CodeClient
               INVALID KEY MOVE 'O' TO w-IN-Fin
           END-START.
           PERFORM Indu-DeduireUn UNTIL IN-Fin OR w-IN-Reste = zero.

       Indu-DeduireUn.
           READ IndusF NEXT RECORD
               AT END MOVE 'O' TO w-IN-Fin
           END-READ.
           IF NOT IN-Fin
               IF FDIN-CodeClient NOT = w-IN-CodeClient
                   MOVE 'O' TO w-IN-Fin
               ELSE
                   IF Indu-Recouvrable AND FDIN-Solde > zero
                       IF FDIN-Solde < w-IN-Reste
                           MOVE FDIN-Solde TO w-IN-Part
                       ELSE
                           MOVE w-IN-Reste TO w-IN-Part
                       END-IF
                       SUBTRACT w-IN-Part FROM FDIN-Solde
                       SUBTRACT w-IN-Part FROM w-IN-Reste
                       ADD w-IN-Part TO w-IN-Deduit
                       MOVE 'D' TO w-IN-TypeMouvement
                       perform Indu-Mouvement
                       IF FDIN-Solde = zero
                           MOVE 'R' TO FDIN-Statut
                           MOVE w-IN-Date TO FDIN-DateCloture
                       END-IF
                       REWRITE FDIN-Indu
                           INVALID KEY
                               DISPLAY 'Erreur REWRITE indu '
                                   FDIN-CodeSinistre
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       Indu-Mouvement.
           ADD 1 TO FDIN-DernierMouvement.
           MOVE FDIN-CodeSinistre     TO FDMI-CodeSinistre.
           MOVE FDIN-NumIndu          TO FDMI-NumIndu.
           MOVE FDIN-DernierMouvement TO FDMI-NumMouvement.
           MOVE FDIN-CodeClient       TO FDMI-CodeClient.
           MOVE w-IN-Date             TO FDMI-DateMouvement.
           MOVE w-IN-TypeMouvement    TO FDMI-TypeMouvement.
           MOVE w-IN-Part             TO FDMI-Montant.
           MOVE w-IN-RefPaiement      TO FDMI-Reference.
           MOVE w-IN-CodeOperateur    TO FDMI-CodeOperateur.
           WRITE FDMI-Mouvement
               INVALID KEY
                   DISPLAY 'Erreur WRITE mouvement indu '
                       FDMI-CodeSinistre
           END-WRITE.
