      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the claims payments register
      *          to its widened layout: every payment line gains the
      *          IBAN it was transferred to and the net amount that
      *          actually left. Lines already on file carry no IBAN
      *          (spaces - unknown) and are taken as transferred for
      *          the amount paid, which is what the bank statement
      *          was matched against until now.
      *          Reads PAIEMENT.DAT in its OLD layout and writes
      *          PAIEMNEW.DAT in the new one. Run once at deployment,
      *          then swap the new file in under the production name.
      *          An input absent on site (status 35) is simply
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionPaiements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AncienPaiementF ASSIGN TO "PAIEMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANP-ClePaiement
               FILE STATUS IS w-AncienPaiement-Status.

           SELECT NouveauPaiementF ASSIGN TO "PAIEMNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOP-ClePaiement
               FILE STATUS IS w-NouveauPaiement-Status.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Ancien paiement, 60 octets - sans IBAN ni montant vire.
      ******************************************************************
       FD  AncienPaiementF.
       01  ANP-Paiement.
           05  ANP-ClePaiement.
               10  ANP-CodeSinistre        pic x(10).
               10  ANP-NumPaiement         pic 9(2).
           05  ANP-References              pic x(28).
           05  ANP-MontantPaye             pic 9(9)v99.
           05  ANP-Suite                   pic x(9).

       FD  NouveauPaiementF.
       01  NOP-Paiement.
           05  NOP-ClePaiement.
               10  NOP-CodeSinistre        pic x(10).
               10  NOP-NumPaiement         pic 9(2).
           05  NOP-References              pic x(28).
           05  NOP-MontantPaye             pic 9(9)v99.
           05  NOP-Suite                   pic x(9).
           05  NOP-IBAN                    pic x(34).
           05  NOP-MontantVire             pic 9(9)v99.

       WORKING-STORAGE SECTION.
       01  w-AncienPaiement-Status     pic xx.
       01  w-NouveauPaiement-Status    pic xx.

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-NbPaiements               pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           perform Convertir-Paiements.

           DISPLAY 'Conversion du registre des paiements terminee.'.
           DISPLAY '  Paiements : ' w-NbPaiements.
           STOP RUN.

       Convertir-Paiements.
           OPEN INPUT AncienPaiementF.
           IF w-AncienPaiement-Status NOT = '00'
               DISPLAY 'PAIEMENT.DAT absent (statut '
                   w-AncienPaiement-Status '), paiements sautes.'
           ELSE
               OPEN OUTPUT NouveauPaiementF
               MOVE 'N' TO w-FinFichier
               MOVE LOW-VALUES TO ANP-ClePaiement
               START AncienPaiementF
                   KEY IS NOT LESS THAN ANP-ClePaiement
                   INVALID KEY MOVE 'O' TO w-FinFichier
               END-START
               PERFORM Convertir-UnPaiement UNTIL FinFichier
               CLOSE AncienPaiementF
               CLOSE NouveauPaiementF
           END-IF.

       Convertir-UnPaiement.
           READ AncienPaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               MOVE ANP-ClePaiement    TO NOP-ClePaiement
               MOVE ANP-References     TO NOP-References
               MOVE ANP-MontantPaye    TO NOP-MontantPaye
               MOVE ANP-Suite          TO NOP-Suite
               MOVE spaces             TO NOP-IBAN
               MOVE ANP-MontantPaye    TO NOP-MontantVire
               WRITE NOP-Paiement
                   INVALID KEY
                       DISPLAY 'Erreur WRITE paiement '
                           NOP-CodeSinistre ' ' NOP-NumPaiement
               END-WRITE
               ADD 1 TO w-NbPaiements
           END-IF.

      * END PROGRAM ConversionPaiements.
