      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the quittances ledger to its
      *          widened layout: every quittance gains the payment
      *          means and the receipt it was paid from - existing
      *          quittances were all collected by direct debit, so
      *          they are carried over as SEPA ('S') with no receipt.
      *          Reads QUITTANC.DAT in its OLD layout and writes
      *          QUITTNEW.DAT in the new one. Run once at deployment,
      *          then swap the new file in under the production name.
      *          An input absent on site (status 35) is simply
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionQuittances.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AncienneQuittF ASSIGN TO "QUITTANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANQ-CleQuittance
               FILE STATUS IS w-AncienneQuitt-Status.

           SELECT NouvelleQuittF ASSIGN TO "QUITTNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOQ-CleQuittance
               FILE STATUS IS w-NouvelleQuitt-Status.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Ancienne quittance, 130 octets - sans moyen de reglement.
      ******************************************************************
       FD  AncienneQuittF.
       01  ANQ-Quittance.
           05  ANQ-CleQuittance.
               10  ANQ-CodeContrat         pic x(10).
               10  ANQ-Periode             pic x(6).
           05  ANQ-Corps                   pic x(114).

       FD  NouvelleQuittF.
       01  NOQ-Quittance.
           05  NOQ-CleQuittance.
               10  NOQ-CodeContrat         pic x(10).
               10  NOQ-Periode             pic x(6).
           05  NOQ-Corps                   pic x(114).
           05  NOQ-ModeReglement           pic x.
           05  NOQ-NumEncaissement         pic x(10).

       WORKING-STORAGE SECTION.
       01  w-AncienneQuitt-Status      pic xx.
       01  w-NouvelleQuitt-Status      pic xx.

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-NbQuittances              pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           perform Convertir-Quittances.

           DISPLAY 'Conversion du grand livre des quittances '
               'terminee.'.
           DISPLAY '  Quittances : ' w-NbQuittances.
           STOP RUN.

       Convertir-Quittances.
           OPEN INPUT AncienneQuittF.
           IF w-AncienneQuitt-Status NOT = '00'
               DISPLAY 'QUITTANC.DAT absent (statut '
                   w-AncienneQuitt-Status '), quittances sautees.'
           ELSE
               OPEN OUTPUT NouvelleQuittF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANQ-CleQuittance
               START AncienneQuittF
                   KEY IS NOT LESS THAN ANQ-CleQuittance
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UneQuittance UNTIL FinFichier
               CLOSE AncienneQuittF
               CLOSE NouvelleQuittF
           END-IF.

       Convertir-UneQuittance.
           READ AncienneQuittF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANQ-CleQuittance   TO NOQ-CleQuittance
               MOVE ANQ-Corps          TO NOQ-Corps
               MOVE 'S'                TO NOQ-ModeReglement
               MOVE spaces             TO NOQ-NumEncaissement
               WRITE NOQ-Quittance
                   INVALID KEY
                       DISPLAY 'Erreur WRITE quittance '
                           NOQ-CodeContrat ' ' NOQ-Periode
               END-WRITE
               ADD 1 TO w-NbQuittances
           END-IF.

      * END PROGRAM ConversionQuittances.
