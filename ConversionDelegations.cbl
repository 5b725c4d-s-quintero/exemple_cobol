      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the masters that gained the
      *          settlement-delegation fields. Every claim gains the
      *          approval block (status, proposed resolution date,
      *          operator who settled, approving supervisor and date,
      *          reason for a send-back) - carried over blank: the
      *          claims already settled were paid under the old rules
      *          and none is pending. Every operator gains a
      *          settlement authority per claim type, carried over at
      *          zero: until a supervisor sets the limits in
      *          MajOperateurs every accepted settlement waits for
      *          approval, never the other way round. Reads
      *          SINISF.DAT and OPERATF.DAT in their OLD layout and
      *          writes SINISNEW.DAT - with the client and handler
      *          alternate indexes - and OPERNEW.DAT in the new one.
      *          Run once at deployment, then swap the new files in
      *          under the production names. An input absent on site
      *          (status 35) is simply skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionDelegations.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AncienSinisF ASSIGN TO "SINISF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANS-CodeSinistre
               FILE STATUS IS w-AncienSinis-Status.

           SELECT NouveauSinisF ASSIGN TO "SINISNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOS-CodeSinistre
               ALTERNATE RECORD KEY IS NOS-ref_CodeClient
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOS-CodeGestionnaire
                   WITH DUPLICATES
               FILE STATUS IS w-NouveauSinis-Status.

           SELECT AncienOperF ASSIGN TO "OPERATF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-CodeOperateur
               FILE STATUS IS w-AncienOper-Status.

           SELECT NouvelOperF ASSIGN TO "OPERNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOO-CodeOperateur
               FILE STATUS IS w-NouvelOper-Status.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Ancien sinistre, 269 octets - sans approbation.
      ******************************************************************
       FD  AncienSinisF.
       01  ANS-Sinistre.
           05  ANS-CodeSinistre            pic x(10).
           05  ANS-ref_CodeClient          pic x(10).
           05  ANS-Corps                   pic x(233).
           05  ANS-CodeGestionnaire        pic x(8).
           05  ANS-DateAttribution         pic x(8).

       FD  NouveauSinisF.
       01  NOS-Sinistre.
           05  NOS-CodeSinistre            pic x(10).
           05  NOS-ref_CodeClient          pic x(10).
           05  NOS-Corps                   pic x(233).
           05  NOS-CodeGestionnaire        pic x(8).
           05  NOS-DateAttribution         pic x(8).
           05  NOS-Approbation             pic x(65).

      ******************************************************************
      * Ancien operateur, 50 octets - sans limites de reglement.
      ******************************************************************
       FD  AncienOperF.
       01  ANO-Operateur.
           05  ANO-CodeOperateur           pic x(8).
           05  ANO-Corps                   pic x(42).

       FD  NouvelOperF.
       01  NOO-Operateur.
           05  NOO-CodeOperateur           pic x(8).
           05  NOO-Corps                   pic x(42).
           05  NOO-LimitesReglement.
               10  NOO-LimiteReglement     pic 9(7)v99 occurs 6.

       WORKING-STORAGE SECTION.
       01  w-AncienSinis-Status        pic xx.
       01  w-NouveauSinis-Status       pic xx.
       01  w-AncienOper-Status         pic xx.
       01  w-NouvelOper-Status         pic xx.

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-NbSinistres               pic 9(7) value zero.
       01  w-NbOperateurs              pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           perform Convertir-Sinistres.
           perform Convertir-Operateurs.

           DISPLAY 'Conversion des delegations de reglement '
               'terminee.'.
           DISPLAY '  Sinistres  : ' w-NbSinistres.
           DISPLAY '  Operateurs : ' w-NbOperateurs.
           STOP RUN.

       Convertir-Sinistres.
           OPEN INPUT AncienSinisF.
           IF w-AncienSinis-Status NOT = '00'
               DISPLAY 'SINISF.DAT absent (statut '
                   w-AncienSinis-Status '), sinistres sautes.'
           ELSE
               OPEN OUTPUT NouveauSinisF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANS-CodeSinistre
               START AncienSinisF
                   KEY IS NOT LESS THAN ANS-CodeSinistre
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnSinistre UNTIL FinFichier
               CLOSE AncienSinisF
               CLOSE NouveauSinisF
           END-IF.

       Convertir-UnSinistre.
           READ AncienSinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANS-CodeSinistre   TO NOS-CodeSinistre
               MOVE ANS-ref_CodeClient TO NOS-ref_CodeClient
               MOVE ANS-Corps          TO NOS-Corps
               MOVE ANS-CodeGestionnaire TO NOS-CodeGestionnaire
               MOVE ANS-DateAttribution  TO NOS-DateAttribution
               MOVE spaces             TO NOS-Approbation
               WRITE NOS-Sinistre
                   INVALID KEY
                       DISPLAY 'Erreur WRITE sinistre '
                           NOS-CodeSinistre
               END-WRITE
               ADD 1 TO w-NbSinistres
           END-IF.

       Convertir-Operateurs.
           OPEN INPUT AncienOperF.
           IF w-AncienOper-Status NOT = '00'
               DISPLAY 'OPERATF.DAT absent (statut '
                   w-AncienOper-Status '), operateurs sautes.'
           ELSE
               OPEN OUTPUT NouvelOperF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANO-CodeOperateur
               START AncienOperF
                   KEY IS NOT LESS THAN ANO-CodeOperateur
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnOperateur UNTIL FinFichier
               CLOSE AncienOperF
               CLOSE NouvelOperF
           END-IF.

       Convertir-UnOperateur.
           READ AncienOperF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANO-CodeOperateur  TO NOO-CodeOperateur
               MOVE ANO-Corps          TO NOO-Corps
               MOVE zero               TO NOO-LimitesReglement
               WRITE NOO-Operateur
                   INVALID KEY
                       DISPLAY 'Erreur WRITE operateur '
                           NOO-CodeOperateur
               END-WRITE
               ADD 1 TO w-NbOperateurs
           END-IF.

      * END PROGRAM ConversionDelegations.
