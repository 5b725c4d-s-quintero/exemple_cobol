      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the masters that gained the
      *          benefit levels (IT daily amount, IT franchise, DC
      *          capital). The contract master and the contract
      *          archive get the reference levels written explicitly
      *          (WSNIVEAU.cpy) - every contract sold so far was sold
      *          and priced at them, and they must not move with a
      *          later change of the reference. The insured-persons
      *          file and the referral suspense file get zero levels
      *          (the insured follows its contract; a parked
      *          enrollment takes the reference at acceptance). This
      *          reads each file in its OLD layout and writes
      *          CONTRNEW.DAT / CARCHNEW.DAT / ASSURNEW.DAT /
      *          SUSPNEW.DAT in the new one, the contract output with
      *          its client alternate index. Run once at deployment,
      *          then swap the new files in under the production
      *          names. An input absent on site (status 35) is simply
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionNiveaux.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AncienContratF ASSIGN TO "CONTRATF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANK-CodeContrat
               FILE STATUS IS w-AncienContrat-Status.

           SELECT NouveauContratF ASSIGN TO "CONTRNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOK-CodeContrat
               ALTERNATE RECORD KEY IS NOK-ref_CompteClient
                   WITH DUPLICATES
               FILE STATUS IS w-NouveauContrat-Status.

           SELECT AncienneArchiveF ASSIGN TO "CONTRARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANA-CodeContrat
               FILE STATUS IS w-AncienneArchive-Status.

           SELECT NouvelleArchiveF ASSIGN TO "CARCHNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOA-CodeContrat
               FILE STATUS IS w-NouvelleArchive-Status.

           SELECT AncienAssureF ASSIGN TO "ASSURES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANI-CleAssure
               FILE STATUS IS w-AncienAssure-Status.

           SELECT NouvelAssureF ASSIGN TO "ASSURNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOI-CleAssure
               FILE STATUS IS w-NouvelAssure-Status.

           SELECT AncienSuspensF ASSIGN TO "SUSPSOUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANU-CleSuspens
               FILE STATUS IS w-AncienSuspens-Status.

           SELECT NouveauSuspensF ASSIGN TO "SUSPNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOU-CleSuspens
               FILE STATUS IS w-NouveauSuspens-Status.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Ancien contrat, 127 octets - sans niveaux de garantie.
      ******************************************************************
       FD  AncienContratF.
       01  ANK-Contrat.
           05  ANK-CodeContrat             pic x(10).
           05  ANK-ref_CompteClient        pic x(10).
           05  ANK-Corps                   pic x(107).

       FD  NouveauContratF.
       01  NOK-Contrat.
           05  NOK-CodeContrat             pic x(10).
           05  NOK-ref_CompteClient        pic x(10).
           05  NOK-Corps                   pic x(107).
           05  NOK-IT-Indemnite            pic 9(5)v99.
           05  NOK-IT-Franchise            pic 9(3).
           05  NOK-DC-Capital              pic 9(7)v99.

      ******************************************************************
      * Ancienne archive de contrats, meme corps de 127 octets que
      * l'ancien contrat - elle s'elargit avec lui.
      ******************************************************************
       FD  AncienneArchiveF.
       01  ANA-Contrat.
           05  ANA-CodeContrat             pic x(10).
           05  ANA-Corps                   pic x(117).

       FD  NouvelleArchiveF.
       01  NOA-Contrat.
           05  NOA-CodeContrat             pic x(10).
           05  NOA-Corps                   pic x(117).
           05  NOA-IT-Indemnite            pic 9(5)v99.
           05  NOA-IT-Franchise            pic 9(3).
           05  NOA-DC-Capital              pic 9(7)v99.

      ******************************************************************
      * Ancien assure, 78 octets - sans niveaux propres.
      ******************************************************************
       FD  AncienAssureF.
       01  ANI-Assure.
           05  ANI-CleAssure               pic x(12).
           05  ANI-Corps                   pic x(66).

       FD  NouvelAssureF.
       01  NOI-Assure.
           05  NOI-CleAssure               pic x(12).
           05  NOI-Corps                   pic x(66).
           05  NOI-IT-Indemnite            pic 9(5)v99.
           05  NOI-IT-Franchise            pic 9(3).
           05  NOI-DC-Capital              pic 9(7)v99.

      ******************************************************************
      * Ancien suspens de souscription, 201 octets - sans niveaux.
      ******************************************************************
       FD  AncienSuspensF.
       01  ANU-Suspens.
           05  ANU-CleSuspens              pic x(20).
           05  ANU-Corps                   pic x(181).

       FD  NouveauSuspensF.
       01  NOU-Suspens.
           05  NOU-CleSuspens              pic x(20).
           05  NOU-Corps                   pic x(181).
           05  NOU-IT-Indemnite            pic 9(5)v99.
           05  NOU-IT-Franchise            pic 9(3).
           05  NOU-DC-Capital              pic 9(7)v99.

       WORKING-STORAGE SECTION.
       01  w-AncienContrat-Status      pic xx.
       01  w-NouveauContrat-Status     pic xx.
       01  w-AncienneArchive-Status    pic xx.
       01  w-NouvelleArchive-Status    pic xx.
       01  w-AncienAssure-Status       pic xx.
       01  w-NouvelAssure-Status       pic xx.
       01  w-AncienSuspens-Status      pic xx.
       01  w-NouveauSuspens-Status     pic xx.

           COPY WSNIVEAU.

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-NbContrats                pic 9(7) value zero.
       01  w-NbArchives                pic 9(7) value zero.
       01  w-NbAssures                 pic 9(7) value zero.
       01  w-NbSuspens                 pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           perform Convertir-Contrats.
           perform Convertir-Archive.
           perform Convertir-Assures.
           perform Convertir-Suspens.

           DISPLAY 'Conversion des niveaux de garantie terminee.'.
           DISPLAY '  Contrats   : ' w-NbContrats.
           DISPLAY '  Archives   : ' w-NbArchives.
           DISPLAY '  Assures    : ' w-NbAssures.
           DISPLAY '  Suspens    : ' w-NbSuspens.
           STOP RUN.

       Convertir-Contrats.
           OPEN INPUT AncienContratF.
           IF w-AncienContrat-Status NOT = '00'
               DISPLAY 'CONTRATF.DAT absent (statut '
                   w-AncienContrat-Status '), contrats sautes.'
           ELSE
               OPEN OUTPUT NouveauContratF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANK-CodeContrat
               START AncienContratF
                   KEY IS NOT LESS THAN ANK-CodeContrat
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnContrat UNTIL FinFichier
               CLOSE AncienContratF
               CLOSE NouveauContratF
           END-IF.

       Convertir-UnContrat.
           READ AncienContratF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANK-CodeContrat      TO NOK-CodeContrat
               MOVE ANK-ref_CompteClient TO NOK-ref_CompteClient
               MOVE ANK-Corps            TO NOK-Corps
               MOVE w-NV-IndemniteReference TO NOK-IT-Indemnite
               MOVE w-NV-FranchiseReference TO NOK-IT-Franchise
               MOVE w-NV-CapitalReference   TO NOK-DC-Capital
               WRITE NOK-Contrat
                   INVALID KEY
                       DISPLAY 'Erreur WRITE contrat '
                           NOK-CodeContrat
               END-WRITE
               ADD 1 TO w-NbContrats
           END-IF.

       Convertir-Archive.
           OPEN INPUT AncienneArchiveF.
           IF w-AncienneArchive-Status NOT = '00'
               DISPLAY 'CONTRARC.DAT absent (statut '
                   w-AncienneArchive-Status '), archive sautee.'
           ELSE
               OPEN OUTPUT NouvelleArchiveF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANA-CodeContrat
               START AncienneArchiveF
                   KEY IS NOT LESS THAN ANA-CodeContrat
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UneArchive UNTIL FinFichier
               CLOSE AncienneArchiveF
               CLOSE NouvelleArchiveF
           END-IF.

       Convertir-UneArchive.
           READ AncienneArchiveF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANA-CodeContrat TO NOA-CodeContrat
               MOVE ANA-Corps       TO NOA-Corps
               MOVE w-NV-IndemniteReference TO NOA-IT-Indemnite
               MOVE w-NV-FranchiseReference TO NOA-IT-Franchise
               MOVE w-NV-CapitalReference   TO NOA-DC-Capital
               WRITE NOA-Contrat
                   INVALID KEY
                       DISPLAY 'Erreur WRITE archive '
                           NOA-CodeContrat
               END-WRITE
               ADD 1 TO w-NbArchives
           END-IF.

       Convertir-Assures.
           OPEN INPUT AncienAssureF.
           IF w-AncienAssure-Status NOT = '00'
               DISPLAY 'ASSURES.DAT absent (statut '
                   w-AncienAssure-Status '), assures sautes.'
           ELSE
               OPEN OUTPUT NouvelAssureF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANI-CleAssure
               START AncienAssureF
                   KEY IS NOT LESS THAN ANI-CleAssure
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnAssure UNTIL FinFichier
               CLOSE AncienAssureF
               CLOSE NouvelAssureF
           END-IF.

       Convertir-UnAssure.
           READ AncienAssureF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANI-CleAssure TO NOI-CleAssure
               MOVE ANI-Corps     TO NOI-Corps
               MOVE zero          TO NOI-IT-Indemnite
               MOVE zero          TO NOI-IT-Franchise
               MOVE zero          TO NOI-DC-Capital
               WRITE NOI-Assure
                   INVALID KEY
                       DISPLAY 'Erreur WRITE assure '
                           NOI-CleAssure
               END-WRITE
               ADD 1 TO w-NbAssures
           END-IF.

       Convertir-Suspens.
           OPEN INPUT AncienSuspensF.
           IF w-AncienSuspens-Status NOT = '00'
               DISPLAY 'SUSPSOUS.DAT absent (statut '
                   w-AncienSuspens-Status '), suspens sautes.'
           ELSE
               OPEN OUTPUT NouveauSuspensF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANU-CleSuspens
               START AncienSuspensF
                   KEY IS NOT LESS THAN ANU-CleSuspens
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnSuspens UNTIL FinFichier
               CLOSE AncienSuspensF
               CLOSE NouveauSuspensF
           END-IF.

       Convertir-UnSuspens.
           READ AncienSuspensF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANU-CleSuspens TO NOU-CleSuspens
               MOVE ANU-Corps      TO NOU-Corps
               MOVE zero           TO NOU-IT-Indemnite
               MOVE zero           TO NOU-IT-Franchise
               MOVE zero           TO NOU-DC-Capital
               WRITE NOU-Suspens
                   INVALID KEY
                       DISPLAY 'Erreur WRITE suspens '
                           NOU-CleSuspens
               END-WRITE
               ADD 1 TO w-NbSuspens
           END-IF.

      * END PROGRAM ConversionNiveaux.
