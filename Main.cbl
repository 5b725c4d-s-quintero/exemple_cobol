                       TO w-CodePostal OF Beneficiaire
                   MOVE PRM-Ville TO w-Ville OF Beneficiaire
                   MOVE spaces TO w-DateDeces OF Beneficiaire
                   MOVE 'N' TO w-NPAI OF Beneficiaire
                   MOVE spaces TO w-DateNPAI OF Beneficiaire
                   MOVE spaces TO w-OrigineNPAI OF Beneficiaire
                   perform Batch-ValiderAdresse
               WHEN TypeTrt-Inscription
                   MOVE 'N' TO w-TransactionOK
                   MOVE zero   TO w-CodePostal OF Beneficiaire
                   MOVE spaces TO w-Ville OF Beneficiaire
                   MOVE spaces TO w-DateDeces OF Beneficiaire
                   MOVE 'N' TO w-NPAI OF Beneficiaire
                   MOVE spaces TO w-DateNPAI OF Beneficiaire
                   MOVE spaces TO w-OrigineNPAI OF Beneficiaire
               NOT INVALID KEY
                   MOVE 'O' TO w-ClientTrouve
                   MOVE FD-Client TO Beneficiaire
           DISPLAY 'Ville: '.
           ACCEPT w-Ville OF Beneficiaire.
           MOVE spaces TO w-DateDeces OF Beneficiaire.
           MOVE 'N' TO w-NPAI OF Beneficiaire.
           MOVE spaces TO w-DateNPAI OF Beneficiaire.
           MOVE spaces TO w-OrigineNPAI OF Beneficiaire.
           perform Adresse-Valider.

      ******************************************************************
