      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly report of the legal late-payment interest
      *          paid on claim settlements. Every interest line of
      *          the payments register dated in the requested month
      *          is listed under its claim type - claim, client,
      *          contract, payment date, the days paid past the
      *          legal deadline and the interest - with a subtotal
      *          per type and the month's total, for the claims
      *          manager and the accountant. RAPINTRT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportInteretsRetard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPAIEM.
           COPY SELSINIS.
           COPY SELPIECE.
           COPY SELTXLEG.

           SELECT TriInterets ASSIGN TO "INTRTTRI.TMP".

           SELECT FichierRapport ASSIGN TO "RAPINTRT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDPAIEM.
           COPY FDSINISF.
           COPY FDPIECE.
           COPY FDTXLEG.

       SD  TriInterets.
       01  SD-Interets.
           10  SD-TypeSinistre           pic xx.
           10  SD-CodeSinistre           pic x(10).
           10  SD-CodeClient             pic x(10).
           10  SD-CodeContrat            pic x(10).
           10  SD-DatePaiement           pic x(8).
           10  SD-JoursRetard            pic 9(5).
           10  SD-Montant                pic 9(9)v99.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSPAIFS.
           COPY WSSINFS.
           COPY WSPJFS.
           COPY WSTXLFS.
           COPY WSINTER.

       01  w-PeriodeDemandee           pic x(6).

       01  w-FinPaiements              pic x value 'N'.
           88  FinPaiements            value 'O'.
       01  w-FinTri                    pic x value 'N'.
           88  FinTri                  value 'O'.

       01  w-TypeRupture               pic xx.
       01  w-CptType                   pic 9(5).
       01  w-MontantType               pic 9(9)v99.
       01  w-NbInterets                pic 9(5) value zero.
       01  w-TotalInterets             pic 9(11)v99 value zero.

       01  w-LigneDetail.
           05  LD-Type                 pic xx.
           05  filler                  pic x(2).
           05  LD-CodeSinistre         pic x(10).
           05  filler                  pic x.
           05  LD-CodeClient           pic x(10).
           05  filler                  pic x.
           05  LD-CodeContrat          pic x(10).
           05  filler                  pic x.
           05  LD-DatePaiement         pic x(8).
           05  filler                  pic x.
           05  LD-Jours                pic zzzz9.
           05  filler                  pic x.
           05  LD-Montant              pic z(8)9.99.

       01  w-LigneTotal.
           05  LT-Libelle              pic x(20).
           05  filler                  pic x.
           05  LT-Nombre               pic zzzz9.
           05  LT-Texte                pic x(24).
           05  LT-Montant              pic z(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RAPPORTINTRT' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           DISPLAY 'Mois des paiements (AAAAMM): '.
           ACCEPT w-PeriodeDemandee.

           OPEN INPUT PaiementF.
           IF NOT PaiementF-OK
               DISPLAY 'Registre des paiements indisponible, statut '
                   w-PaiementF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SinisF.
           OPEN INPUT PieceF.
           OPEN OUTPUT FichierRapport.

           SORT TriInterets
               ON ASCENDING KEY SD-TypeSinistre SD-CodeSinistre
                   SD-DatePaiement
               INPUT PROCEDURE IS Charger-Interets
               OUTPUT PROCEDURE IS Imprimer-Rapport.

           CLOSE PaiementF.
           CLOSE SinisF.
           CLOSE PieceF.
           CLOSE FichierRapport.

           DISPLAY 'Interets de retard ' w-PeriodeDemandee ': '
               w-NbInterets ' paiement(s), ' w-TotalInterets.

           MOVE 'F' TO w-RC-Action.
           STRING 'interets=' w-NbInterets ' montant=' w-TotalInterets
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       Charger-Interets.
           MOVE LOW-VALUES TO FDP-ClePaiement.
           START PaiementF KEY IS NOT LESS THAN FDP-ClePaiement
               INVALID KEY MOVE 'O' TO w-FinPaiements
           END-START.
           PERFORM Charger-UnPaiement UNTIL FinPaiements.

      ******************************************************************
      * Seules les lignes d'interets du mois demande. Le type vient
      * du sinistre; les jours de retard sont recalcules sur le
      * dossier complet et le delai legal, a la date du virement.
      ******************************************************************
       Charger-UnPaiement.
           READ PaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinPaiements
           END-READ.
           IF NOT FinPaiements
               IF Paiement-Interets
                   AND FDP-DatePaiement (1:6) = w-PeriodeDemandee
                   MOVE FDP-CodeSinistre TO FD-CodeSinistre
                   READ SinisF
                       KEY IS FD-CodeSinistre
                       INVALID KEY
                           MOVE '??' TO SD-TypeSinistre
                       NOT INVALID KEY
                           MOVE FD-TypeSinistre TO SD-TypeSinistre
                   END-READ
                   MOVE zero TO SD-JoursRetard
                   IF FDP-DatePaiement NUMERIC
                       MOVE FDP-CodeSinistre TO w-IR-CodeSinistre
                       MOVE FDP-MontantPaye TO w-IR-Montant
                       MOVE FDP-DatePaiement TO w-IR-DatePaiement
                       perform Interets-Calculer
                       MOVE w-IR-JoursRetard TO SD-JoursRetard
                   END-IF
                   MOVE FDP-CodeSinistre TO SD-CodeSinistre
                   MOVE FDP-ref_CodeClient TO SD-CodeClient
                   MOVE FDP-ref_CodeContrat TO SD-CodeContrat
                   MOVE FDP-DatePaiement TO SD-DatePaiement
                   MOVE FDP-MontantPaye TO SD-Montant
                   RELEASE SD-Interets
               END-IF
           END-IF.

       Imprimer-Rapport.
           MOVE spaces TO Rap-Ligne.
           STRING 'INTERETS DE RETARD VERSES SUR REGLEMENTS - MOIS '
               w-PeriodeDemandee DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Ty  Sinistre   Client     Contrat    Paye le  '
               'Jours     Interets'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE 'N' TO w-FinTri.
           RETURN TriInterets
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.
           PERFORM Imprimer-UnType UNTIL FinTri.

           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO w-LigneTotal.
           MOVE 'TOTAL DU MOIS' TO LT-Libelle.
           MOVE w-NbInterets TO LT-Nombre.
           MOVE ' paiement(s)' TO LT-Texte.
           MOVE w-TotalInterets TO LT-Montant.
           MOVE w-LigneTotal TO Rap-Ligne.
           WRITE Rap-Ligne.

      ******************************************************************
      * Rupture par type de sinistre: le detail, puis le sous-total.
      ******************************************************************
       Imprimer-UnType.
           MOVE SD-TypeSinistre TO w-TypeRupture.
           MOVE zero TO w-CptType.
           MOVE zero TO w-MontantType.
           PERFORM Imprimer-UneLigne
               UNTIL FinTri OR SD-TypeSinistre NOT = w-TypeRupture.

           MOVE spaces TO w-LigneTotal.
           STRING 'Total type ' w-TypeRupture
               DELIMITED BY SIZE INTO LT-Libelle.
           MOVE w-CptType TO LT-Nombre.
           MOVE ' paiement(s)' TO LT-Texte.
           MOVE w-MontantType TO LT-Montant.
           MOVE w-LigneTotal TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.

       Imprimer-UneLigne.
           MOVE spaces TO w-LigneDetail.
           MOVE SD-TypeSinistre TO LD-Type.
           MOVE SD-CodeSinistre TO LD-CodeSinistre.
           MOVE SD-CodeClient TO LD-CodeClient.
           MOVE SD-CodeContrat TO LD-CodeContrat.
           MOVE SD-DatePaiement TO LD-DatePaiement.
           MOVE SD-JoursRetard TO LD-Jours.
           MOVE SD-Montant TO LD-Montant.
           MOVE w-LigneDetail TO Rap-Ligne.
           WRITE Rap-Ligne.
           ADD 1 TO w-CptType.
           ADD SD-Montant TO w-MontantType.
           ADD 1 TO w-NbInterets.
           ADD SD-Montant TO w-TotalInterets.
           RETURN TriInterets
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.

      ************Interets de retard sur reglement********************
           COPY INTERETS.

      * END PROGRAM RapportInteretsRetard.
