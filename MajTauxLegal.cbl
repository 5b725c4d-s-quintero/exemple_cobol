      ******************************************************************
      * Author:
      * Date:
      * Purpose: Load of the legal interest rate table from the cards
      *          the accountant keys in at each publication of the
      *          taux de l'interet legal (TAUXLIN.DAT, one fixed-
      *          format row per effective date). Rows replace the
      *          record with the same date, so a corrected card can
      *          simply be reloaded, and next half-year's rate can be
      *          loaded ahead of time - it only applies to the days
      *          from its effective date on. Bad rows go to the
      *          rejects file with the reason - same shape as
      *          MajTaxes for the insurance-tax rates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MajTauxLegal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELTXLEG.

           SELECT TauxEntree ASSIGN TO "TAUXLIN.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RejetsTaux ASSIGN TO "REJTXL.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDTXLEG.

      ******************************************************************
      * Une carte taux: date d'effet AAAAMMJJ, taux annuel en
      * centiemes cadre a droite (0412 = 4.12 %).
      ******************************************************************
       FD  TauxEntree.
       01  TXL-Carte.
           05  TXL-DateEffet           pic x(8).
           05  TXL-Taux                pic 9(2)v99.

       FD  RejetsTaux.
       01  Rej-Ligne                   pic x(80).

       WORKING-STORAGE SECTION.
           COPY WSTXLFS.

       01  w-FinCartes                 pic x value 'N'.
           88  FinCartes               value 'O'.
       01  w-TauxTrouve                pic x value 'N'.
           88  TauxTrouve              value 'O'.

       01  w-NbLues                    pic 9(5) value zero.
       01  w-NbChargees                pic 9(5) value zero.
       01  w-NbRejets                  pic 9(5) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT TauxEntree.
           OPEN I-O TauxLegalF.
           IF NOT TauxLegalF-OK
               IF w-TauxLegalF-Status = '35'
                   OPEN OUTPUT TauxLegalF
                   CLOSE TauxLegalF
                   OPEN I-O TauxLegalF
               END-IF
           END-IF.
           OPEN OUTPUT RejetsTaux.

           PERFORM Lire-Carte UNTIL FinCartes.

           CLOSE TauxEntree.
           CLOSE TauxLegalF.
           CLOSE RejetsTaux.

           DISPLAY 'Chargement des taux legaux termine.'.
           DISPLAY '  Cartes lues   : ' w-NbLues.
           DISPLAY '  Taux charges  : ' w-NbChargees.
           DISPLAY '  Rejets        : ' w-NbRejets.
           STOP RUN.

       Lire-Carte.
           READ TauxEntree
               AT END MOVE 'O' TO w-FinCartes
               NOT AT END
                   ADD 1 TO w-NbLues
                   perform Traiter-Carte
           END-READ.

       Traiter-Carte.
           MOVE spaces TO Rej-Ligne.
           IF TXL-DateEffet IS NOT NUMERIC
               STRING 'Carte ' w-NbLues ' rejetee: date d''effet '
                   TXL-DateEffet ' non numerique'
                   DELIMITED BY SIZE INTO Rej-Ligne
               WRITE Rej-Ligne
               ADD 1 TO w-NbRejets
           ELSE
           IF TXL-Taux IS NOT NUMERIC
               STRING 'Carte ' w-NbLues ' rejetee: taux non '
                   'numerique'
                   DELIMITED BY SIZE INTO Rej-Ligne
               WRITE Rej-Ligne
               ADD 1 TO w-NbRejets
           ELSE
               perform Charger-Taux
           END-IF
           END-IF.

       Charger-Taux.
           MOVE TXL-DateEffet TO FDTL-DateEffet.
           READ TauxLegalF
               INVALID KEY
                   MOVE 'N' TO w-TauxTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-TauxTrouve
           END-READ.
           MOVE TXL-DateEffet TO FDTL-DateEffet.
           MOVE TXL-Taux      TO FDTL-Taux.
           IF TauxTrouve
               REWRITE FDTL-TauxLegal
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE taux ' FDTL-DateEffet
               END-REWRITE
           ELSE
               WRITE FDTL-TauxLegal
                   INVALID KEY
                       DISPLAY 'Erreur WRITE taux ' FDTL-DateEffet
               END-WRITE
           END-IF.
           ADD 1 TO w-NbChargees.

      * END PROGRAM MajTauxLegal.
