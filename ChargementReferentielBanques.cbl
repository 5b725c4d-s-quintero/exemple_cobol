      ******************************************************************
      * Author:
      * Date:
      * Purpose: Load of the bank reference file from the published
      *          register of French bank codes (BANQIN.DAT, one
      *          fixed-format row per bank: code banque, BIC, name).
      *          A bank already on file takes the BIC and name of
      *          the new register, so the periodic refresh can simply
      *          be reloaded on top of the previous one. Rows without
      *          a numeric bank code or without a BIC are listed and
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargementReferentielBanques.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELBANQ.

           SELECT ReferentielEntree ASSIGN TO "BANQIN.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDBANQ.

       FD  ReferentielEntree.
       01  REF-Ligne.
           05  REF-CodeBanque          pic x(5).
           05  REF-BIC                 pic x(11).
           05  REF-NomBanque           pic x(40).

       WORKING-STORAGE SECTION.
           COPY WSBQFS.

       01  w-FinEntree                 pic x value 'N'.
           88  FinEntree               value 'O'.

       01  w-DateDuJour                pic 9(8).

       01  w-NbLues                    pic 9(7) value zero.
       01  w-NbChargees                pic 9(7) value zero.
       01  w-NbMisesAJour              pic 9(7) value zero.
       01  w-NbIgnorees                pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           OPEN INPUT ReferentielEntree.
           OPEN I-O BanqueF.
           IF NOT BanqueF-OK
               IF w-BanqueF-Status = '35'
                   OPEN OUTPUT BanqueF
                   CLOSE BanqueF
                   OPEN I-O BanqueF
               END-IF
           END-IF.

           PERFORM Charger-Ligne UNTIL FinEntree.

           CLOSE ReferentielEntree.
           CLOSE BanqueF.

           DISPLAY 'Chargement du referentiel des banques termine.'.
           DISPLAY '  Lignes lues   : ' w-NbLues.
           DISPLAY '  Chargees      : ' w-NbChargees.
           DISPLAY '  Mises a jour  : ' w-NbMisesAJour.
           DISPLAY '  Ignorees      : ' w-NbIgnorees.
           STOP RUN.

       Charger-Ligne.
           READ ReferentielEntree
               AT END MOVE 'O' TO w-FinEntree
               NOT AT END
                   ADD 1 TO w-NbLues
                   IF REF-CodeBanque NOT NUMERIC OR REF-BIC = spaces
                       DISPLAY 'Ligne ' w-NbLues ' ignoree: code '
                           REF-CodeBanque ' BIC ' REF-BIC
                       ADD 1 TO w-NbIgnorees
                   ELSE
                       perform Banque-Enregistrer
                   END-IF
           END-READ.

       Banque-Enregistrer.
           MOVE REF-CodeBanque TO FDBQ-CodeBanque.
           READ BanqueF
               INVALID KEY
                   MOVE REF-BIC        TO FDBQ-BIC
                   MOVE REF-NomBanque  TO FDBQ-NomBanque
                   MOVE w-DateDuJour   TO FDBQ-DateMaj
                   WRITE FDBQ-Banque
                       INVALID KEY
                           DISPLAY 'Erreur WRITE banque '
                               FDBQ-CodeBanque
                       NOT INVALID KEY
                           ADD 1 TO w-NbChargees
                   END-WRITE
               NOT INVALID KEY
                   IF FDBQ-BIC NOT = REF-BIC
                       OR FDBQ-NomBanque NOT = REF-NomBanque
                       MOVE REF-BIC        TO FDBQ-BIC
                       MOVE REF-NomBanque  TO FDBQ-NomBanque
                       MOVE w-DateDuJour   TO FDBQ-DateMaj
                       REWRITE FDBQ-Banque
                           INVALID KEY
                               DISPLAY 'Erreur REWRITE banque '
                                   FDBQ-CodeBanque
                           NOT INVALID KEY
                               ADD 1 TO w-NbMisesAJour
                       END-REWRITE
                   END-IF
           END-READ.

      * END PROGRAM ChargementReferentielBanques.
