      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the monthly reserves snapshot
      *          that gained the split of each month's reserve by
      *          accident year. The snapshots already on file carry
      *          the split at zero (year zero = not split): the
      *          claims register no longer shows what was open at
      *          those month-ends, so the development triangles read
      *          their reserves as unknown rather than guess them.
      *          Reads RESMOIS.DAT in its OLD layout and writes
      *          RESMONEW.DAT in the new one. Run once at deployment,
      *          then swap the new file in under the production name.
      *          An input absent on site (status 35) is simply
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionReserves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AncienResF ASSIGN TO "RESMOIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANR-CleReserve
               FILE STATUS IS w-AncienRes-Status.

           SELECT NouveauResF ASSIGN TO "RESMONEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOR-CleReserve
               FILE STATUS IS w-NouveauRes-Status.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Ancien snapshot, 26 octets - sans ventilation par survenance.
      ******************************************************************
       FD  AncienResF.
       01  ANR-ReserveMois.
           05  ANR-CleReserve              pic x(8).
           05  ANR-Corps                   pic x(18).

       FD  NouveauResF.
       01  NOR-ReserveMois.
           05  NOR-CleReserve              pic x(8).
           05  NOR-Corps                   pic x(18).
           05  NOR-Ventilation.
               10  NOR-Survenance          occurs 10 times.
                   15  NOR-Annee           pic 9(4).
                   15  NOR-Reserve         pic 9(11)v99.

       WORKING-STORAGE SECTION.
       01  w-AncienRes-Status          pic xx.
       01  w-NouveauRes-Status         pic xx.

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-NbSnapshots               pic 9(7) value zero.
       01  w-Idx                       pic 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT AncienResF.
           IF w-AncienRes-Status NOT = '00'
               DISPLAY 'RESMOIS.DAT absent (statut '
                   w-AncienRes-Status '), rien a convertir.'
           ELSE
               OPEN OUTPUT NouveauResF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANR-CleReserve
               START AncienResF
                   KEY IS NOT LESS THAN ANR-CleReserve
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnSnapshot UNTIL FinFichier
               CLOSE AncienResF
               CLOSE NouveauResF
           END-IF.

           DISPLAY 'Conversion des snapshots de provisions terminee.'.
           DISPLAY '  Snapshots : ' w-NbSnapshots.
           STOP RUN.

       Convertir-UnSnapshot.
           READ AncienResF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANR-CleReserve     TO NOR-CleReserve
               MOVE ANR-Corps          TO NOR-Corps
               PERFORM Ventilation-Initialiser
                   VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 10
               WRITE NOR-ReserveMois
                   INVALID KEY
                       DISPLAY 'Erreur WRITE snapshot '
                           NOR-CleReserve
               END-WRITE
               ADD 1 TO w-NbSnapshots
           END-IF.

       Ventilation-Initialiser.
           MOVE zero TO NOR-Annee (w-Idx).
           MOVE zero TO NOR-Reserve (w-Idx).

      * END PROGRAM ConversionReserves.
