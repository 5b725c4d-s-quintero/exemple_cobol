      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the claims register to its
      *          widened layout: every claim gains the relapse
      *          (rechute) link - origin claim left blank, arrest and
      *          handling days carried over at zero, i.e. every claim
      *          on file stays a claim of its own. Reads SINISF.DAT in
      *          its OLD layout and writes SINISNEW.DAT in the new
      *          one, with the client alternate index. Run once at
      *          deployment, then swap the new file in under the
      *          production name. An input absent on site (status
      *          35) is simply skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionSinistres.
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
               FILE STATUS IS w-NouveauSinis-Status.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Ancien sinistre, 233 octets - sans lien de rechute.
      ******************************************************************
       FD  AncienSinisF.
       01  ANS-Sinistre.
           05  ANS-CodeSinistre            pic x(10).
           05  ANS-ref_CodeClient          pic x(10).
           05  ANS-Corps                   pic x(213).

       FD  NouveauSinisF.
       01  NOS-Sinistre.
           05  NOS-CodeSinistre            pic x(10).
           05  NOS-ref_CodeClient          pic x(10).
           05  NOS-Corps                   pic x(213).
           05  NOS-SinistreOrigine         pic x(10).
           05  NOS-JoursArretAnterieurs    pic 9(5).
           05  NOS-JoursDossierAnterieurs  pic 9(5).

       WORKING-STORAGE SECTION.
       01  w-AncienSinis-Status        pic xx.
       01  w-NouveauSinis-Status       pic xx.

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-NbSinistres               pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           perform Convertir-Sinistres.

           DISPLAY 'Conversion du registre des sinistres terminee.'.
           DISPLAY '  Sinistres  : ' w-NbSinistres.
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
               MOVE spaces             TO NOS-SinistreOrigine
               MOVE zero               TO NOS-JoursArretAnterieurs
               MOVE zero               TO NOS-JoursDossierAnterieurs
               WRITE NOS-Sinistre
                   INVALID KEY
                       DISPLAY 'Erreur WRITE sinistre '
                           NOS-CodeSinistre
               END-WRITE
               ADD 1 TO w-NbSinistres
           END-IF.

      * END PROGRAM ConversionSinistres.
