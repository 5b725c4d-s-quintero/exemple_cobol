      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the masters that gained the
      *          claim-handler fields. Every claim gains its handler
      *          and assignment date - carried over blank, so the
      *          claims already on file wait on the supervisors'
      *          list until they are spread over the handlers (action
      *          T of AffectationSinistres with no handler code).
      *          Every operator gains the claim types handled (none)
      *          and the absence flag (present). Reads SINISF.DAT and
      *          OPERATF.DAT in their OLD layout and writes
      *          SINISNEW.DAT - with the client and handler alternate
      *          indexes - and OPERNEW.DAT in the new one. Run once
      *          at deployment, then swap the new files in under the
      *          production names. An input absent on site (status
      *          35) is simply skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionGestionnaires.
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
      * Ancien sinistre, 253 octets - sans gestionnaire.
      ******************************************************************
       FD  AncienSinisF.
       01  ANS-Sinistre.
           05  ANS-CodeSinistre            pic x(10).
           05  ANS-ref_CodeClient          pic x(10).
           05  ANS-Corps                   pic x(233).

       FD  NouveauSinisF.
       01  NOS-Sinistre.
           05  NOS-CodeSinistre            pic x(10).
           05  NOS-ref_CodeClient          pic x(10).
           05  NOS-Corps                   pic x(233).
           05  NOS-CodeGestionnaire        pic x(8).
           05  NOS-DateAttribution         pic x(8).

      ******************************************************************
      * Ancien operateur, 37 octets - sans types de sinistre geres.
      ******************************************************************
       FD  AncienOperF.
       01  ANO-Operateur.
           05  ANO-CodeOperateur           pic x(8).
           05  ANO-Corps                   pic x(29).

       FD  NouvelOperF.
       01  NOO-Operateur.
           05  NOO-CodeOperateur           pic x(8).
           05  NOO-Corps                   pic x(29).
           05  NOO-TypesSinistre           pic x(12).
           05  NOO-Absent                  pic x.

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

           DISPLAY 'Conversion des gestionnaires de sinistres '
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
               MOVE spaces             TO NOS-CodeGestionnaire
               MOVE spaces             TO NOS-DateAttribution
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
               MOVE spaces             TO NOO-TypesSinistre
               MOVE 'N'                TO NOO-Absent
               WRITE NOO-Operateur
                   INVALID KEY
                       DISPLAY 'Erreur WRITE operateur '
                           NOO-CodeOperateur
               END-WRITE
               ADD 1 TO w-NbOperateurs
           END-IF.

      * END PROGRAM ConversionGestionnaires.
