      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interface sequence register. CALLed with the
      *          parameter block of WSCTLFX.cpy by the FLUX.cpy
      *          paragraphs of every program that writes or loads an
      *          interface file. An outbound file takes the next
      *          number of its type ('N'); an inbound file is checked
      *          against the last one loaded ('V': '05' when the same
      *          number comes again, '06' when one is missing in
      *          between) and recorded once loaded ('A'), so a file
      *          can neither be loaded twice nor skipped unnoticed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleFlux.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSEQFX.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSEQFX.

       WORKING-STORAGE SECTION.
           COPY WSSQFFS.

       01  w-DateDuJour                pic 9(8).
       01  w-EnregTrouve               pic x value 'N'.
           88  EnregTrouve             value 'O'.

       LINKAGE SECTION.
           COPY WSCTLFX.

       PROCEDURE DIVISION USING ControleFluxParm.

       MAIN-PROCEDURE.
           MOVE '00' TO w-CF-Retour.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           OPEN I-O SequenceFluxF.
           IF NOT SequenceFluxF-OK
               IF w-SequenceFluxF-Status = '35'
                   OPEN OUTPUT SequenceFluxF
                   CLOSE SequenceFluxF
                   OPEN I-O SequenceFluxF
               END-IF
           END-IF.

           MOVE w-CF-TypeFichier TO FDSF-TypeFichier.
           READ SequenceFluxF
               INVALID KEY
                   MOVE 'N' TO w-EnregTrouve
                   MOVE zero TO FDSF-DernierNumero
               NOT INVALID KEY
                   MOVE 'O' TO w-EnregTrouve
           END-READ.
           MOVE FDSF-DernierNumero TO w-CF-DernierNumero.

           EVALUATE w-CF-Fonction
               WHEN 'N'
                   perform Sequence-Emettre
               WHEN 'V'
                   perform Sequence-Verifier
               WHEN 'A'
                   perform Sequence-Enregistrer
           END-EVALUATE.

           CLOSE SequenceFluxF.
           GOBACK.

       Sequence-Emettre.
           IF FDSF-DernierNumero = 999999
               MOVE 1 TO w-CF-Sequence
           ELSE
               COMPUTE w-CF-Sequence = FDSF-DernierNumero + 1
           END-IF.
           MOVE 'E' TO FDSF-Sens.
           perform Sequence-Enregistrer.

      ******************************************************************
      * Le premier fichier recu d'un type fixe le point de depart.
      ******************************************************************
       Sequence-Verifier.
           IF EnregTrouve
               IF w-CF-Sequence <= FDSF-DernierNumero
                   MOVE '05' TO w-CF-Retour
               ELSE
                   IF w-CF-Sequence > FDSF-DernierNumero + 1
                       MOVE '06' TO w-CF-Retour
                   END-IF
               END-IF
           END-IF.

       Sequence-Enregistrer.
           IF w-CF-Fonction = 'A'
               MOVE 'R' TO FDSF-Sens
           END-IF.
           MOVE w-CF-TypeFichier TO FDSF-TypeFichier.
           MOVE w-CF-Sequence    TO FDSF-DernierNumero.
           MOVE w-DateDuJour     TO FDSF-DateDernier.
           IF EnregTrouve
               REWRITE FDSF-SequenceFlux
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE sequence '
                           w-CF-TypeFichier
               END-REWRITE
           ELSE
               WRITE FDSF-SequenceFlux
                   INVALID KEY
                       DISPLAY 'Erreur WRITE sequence '
                           w-CF-TypeFichier
               END-WRITE
           END-IF.

      * END PROGRAM ControleFlux.
