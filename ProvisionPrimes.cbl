      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end unearned premium reserve (provision pour
      *          primes non acquises). Every quittance collected -
      *          exported to the bank or paid - up to the closing
      *          month covers, from the first of its period, the
      *          months of its contract's fractionnement; the part
      *          of its premium (ventilation per guarantee, tax
      *          excluded) carried by the cover days after the last
      *          day of the closing month is not yet earned. The run
      *          lists the quittances concerned per contract, totals
      *          the reserve per guarantee against the previous
      *          close, and keeps the monthly snapshot PPNCMOIS.DAT
      *          the accounting journal posts the movement from.
      *          Quittances from before the ventilation are counted,
      *          not split. Closing month AAAAMM ACCEPTed. Report
      *          RAPPPNC.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvisionPrimes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELQUITT.
           COPY SELCONTR.
           COPY SELPPNC.

           SELECT FichierRapport ASSIGN TO "RAPPPNC.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDQUITT.
           COPY FDCONTRA.
           COPY FDPPNC.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(132).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSQUIFS.
           COPY WSCNTFS.
           COPY WSPPNFS.
           COPY WSPPNC.

       01  w-DateDuJour                pic 9(8).
       01  w-Cloture.
           05  w-Clo-AAAA              pic 9(4).
           05  w-Clo-MM                pic 9(2).
       01  w-ClotureX redefines w-Cloture pic x(6).
       01  w-LendemainCloture.
           05  w-Len-AAAA              pic 9(4).
           05  w-Len-MM                pic 9(2).
           05  w-Len-JJ                pic 9(2).
       01  w-LendemainClotureN redefines w-LendemainCloture
                                       pic 9(8).

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-TypesTable.
           05  filler                  pic x(2) value 'IT'.
           05  filler                  pic x(2) value 'IA'.
           05  filler                  pic x(2) value 'PE'.
           05  filler                  pic x(2) value 'DC'.
           05  filler                  pic x(2) value 'MT'.
           05  filler                  pic x(2) value 'CH'.
       01  w-TypesListe redefines w-TypesTable.
           05  w-TypeGar               occurs 6 times pic x(2).
       01  w-Idx                       pic 9.

      * Cumuls par garantie et snapshot precedent.
       01  w-Garanties.
           05  w-Gar                   occurs 6 times.
               10  w-GarPrime          pic 9(11)v99.
               10  w-GarPpnc           pic 9(11)v99.
               10  w-GarNb             pic 9(7).
               10  w-GarPeriodePrec    pic x(6).
               10  w-GarPpncPrec       pic 9(11)v99.

       01  w-NbQuittances              pic 9(7) value zero.
       01  w-NbConcernees              pic 9(7) value zero.
       01  w-NbSansVentil              pic 9(7) value zero.
       01  w-NbSansContrat             pic 9(7) value zero.
       01  w-TotalPrime                pic 9(11)v99 value zero.
       01  w-TotalPpnc                 pic 9(11)v99 value zero.
       01  w-TotalPrec                 pic 9(11)v99 value zero.
       01  w-Mouvement                 pic s9(11)v99.

       01  w-LigneDetail.
           05  LD-CodeContrat          pic x(10).
           05  filler                  pic x.
           05  LD-Periode              pic x(6).
           05  filler                  pic x.
           05  LD-Fractionnement       pic x.
           05  filler                  pic x.
           05  LD-Debut                pic 9(8).
           05  filler                  pic x.
           05  LD-Fin                  pic 9(8).
           05  filler                  pic x.
           05  LD-Jours                pic zzz9.
           05  LD-Barre                pic x.
           05  LD-JoursCouv            pic zzz9.
           05  LD-Garantie             occurs 6 times.
               10  filler              pic x.
               10  LD-Part             pic z(6)9.99.
           05  filler                  pic x.
           05  LD-Total                pic z(8)9.99.

       01  w-LigneGarantie.
           05  LG-Garantie             pic x(6).
           05  filler                  pic x.
           05  LG-Nb                   pic z(6)9.
           05  filler                  pic x.
           05  LG-Prime                pic z(10)9.99.
           05  filler                  pic x.
           05  LG-Ppnc                 pic z(10)9.99.
           05  filler                  pic x.
           05  LG-Precedente           pic z(10)9.99.
           05  filler                  pic x.
           05  LG-Mouvement            pic -(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'PPNC' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           DISPLAY 'Mois de cloture (AAAAMM): '.
           ACCEPT w-ClotureX.
           IF w-ClotureX NOT NUMERIC
               OR w-Clo-MM < 01 OR w-Clo-MM > 12
               DISPLAY 'Mois de cloture invalide: ' w-ClotureX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-Clo-AAAA TO w-Len-AAAA.
           COMPUTE w-Len-MM = w-Clo-MM + 1.
           MOVE 01 TO w-Len-JJ.
           IF w-Len-MM > 12
               MOVE 01 TO w-Len-MM
               ADD 1 TO w-Len-AAAA
           END-IF.

           OPEN INPUT QuittanceF.
           IF NOT QuittanceF-OK
               DISPLAY 'Fichier des quittances indisponible, statut '
                   w-QuittanceF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ContratF.
           perform PpncMoisF-Ouvrir.
           OPEN OUTPUT FichierRapport.

           MOVE zero TO w-Garanties.
           PERFORM Garantie-Initialiser
               VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6.
           perform Lire-SnapshotsPrecedents.

           perform Imprimer-Entete.
           perform Calculer-Quittances.
           perform Imprimer-Synthese.
           PERFORM Ecrire-Snapshot
               VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6.

           CLOSE QuittanceF.
           CLOSE ContratF.
           CLOSE PpncMoisF.
           CLOSE FichierRapport.

           DISPLAY 'PPNC ' w-ClotureX ': ' w-NbConcernees
               ' quittance(s), provision ' w-TotalPpnc '.'.

           MOVE 'F' TO w-RC-Action.
           STRING 'quittances=' w-NbConcernees ' ppnc=' w-TotalPpnc
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       PpncMoisF-Ouvrir.
           OPEN I-O PpncMoisF.
           IF NOT PpncMoisF-OK
               IF w-PpncMoisF-Status = '35'
                   OPEN OUTPUT PpncMoisF
                   CLOSE PpncMoisF
                   OPEN I-O PpncMoisF
               END-IF
           END-IF.

       Garantie-Initialiser.
           MOVE spaces TO w-GarPeriodePrec (w-Idx).

      ******************************************************************
      * Le snapshot precedent de chaque garantie: la plus recente des
      * clotures anterieures (cle periode + garantie).
      ******************************************************************
       Lire-SnapshotsPrecedents.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDPN-ClePpnc.
           START PpncMoisF KEY IS NOT LESS THAN FDPN-ClePpnc
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Lire-UnSnapshot UNTIL FinFichier.

       Lire-UnSnapshot.
           READ PpncMoisF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDPN-Periode < w-ClotureX
                   PERFORM Retenir-Snapshot
                       VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               ELSE
                   MOVE 'O' TO w-FinFichier
               END-IF
           END-IF.

       Retenir-Snapshot.
           IF w-TypeGar (w-Idx) = FDPN-Garantie
               MOVE FDPN-Periode TO w-GarPeriodePrec (w-Idx)
               MOVE FDPN-MontantPpnc TO w-GarPpncPrec (w-Idx)
           END-IF.

      ******************************************************************
      * Quittances encaissees (exportees ou payees) jusqu'au mois de
      * cloture: la part de la prime couvrant les jours apres la
      * cloture, garantie par garantie, selon le fractionnement du
      * contrat. Un contrat introuvable est traite au mensuel.
      ******************************************************************
       Calculer-Quittances.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDQ-CleQuittance.
           START QuittanceF KEY IS NOT LESS THAN FDQ-CleQuittance
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Calculer-UneQuittance UNTIL FinFichier.

       Calculer-UneQuittance.
           READ QuittanceF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF (Quittance-Payee OR Quittance-Exportee)
                   AND FDQ-Periode NUMERIC
                   AND FDQ-Periode <= w-ClotureX
                   ADD 1 TO w-NbQuittances
                   IF FDQ-VentilationPrime NUMERIC
                       perform Proratiser-Quittance
                   ELSE
                       ADD 1 TO w-NbSansVentil
                   END-IF
               END-IF
           END-IF.

       Proratiser-Quittance.
           MOVE FDQ-CodeContrat TO FD-CodeContrat.
           READ ContratF
               INVALID KEY
                   MOVE space TO w-PN-Fractionnement
                   ADD 1 TO w-NbSansContrat
               NOT INVALID KEY
                   MOVE FD-Fractionnement TO w-PN-Fractionnement
           END-READ.
           MOVE FDQ-Periode TO w-PN-Periode.
           MOVE FDQ-VentilationPrime TO w-PN-Ventilation.
           MOVE w-LendemainClotureN TO w-PN-FenetreDebut.
           MOVE 99991231 TO w-PN-FenetreFin.
           perform Ppnc-Repartir.
           IF w-PN-JoursFenetre > zero
               ADD 1 TO w-NbConcernees
               PERFORM Cumuler-Garantie
                   VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               ADD w-PN-PartTotale TO w-TotalPpnc
               perform Imprimer-Detail
           END-IF.

       Cumuler-Garantie.
           IF w-PN-PrimeGar (w-Idx) > zero
               ADD 1 TO w-GarNb (w-Idx)
               ADD w-PN-PrimeGar (w-Idx) TO w-GarPrime (w-Idx)
               ADD w-PN-PartGar (w-Idx) TO w-GarPpnc (w-Idx)
           END-IF.

       Imprimer-Entete.
           MOVE spaces TO Rap-Ligne.
           STRING 'PROVISION POUR PRIMES NON ACQUISES - CLOTURE '
               w-ClotureX ' - CALCUL DU ' w-DateDuJour
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Contrat    Period F Debut    Fin      Jours/Couv'
               '         IT         IA         PE         DC'
               '         MT         CH         Total'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

       Imprimer-Detail.
           MOVE spaces TO w-LigneDetail.
           MOVE FDQ-CodeContrat TO LD-CodeContrat.
           MOVE FDQ-Periode TO LD-Periode.
           MOVE w-PN-Fractionnement TO LD-Fractionnement.
           MOVE w-PN-DateDebutN TO LD-Debut.
           MOVE w-PN-DateFinN TO LD-Fin.
           MOVE w-PN-JoursFenetre TO LD-Jours.
           MOVE '/' TO LD-Barre.
           MOVE w-PN-JoursCouverture TO LD-JoursCouv.
           PERFORM Placer-Part
               VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6.
           MOVE w-PN-PartTotale TO LD-Total.
           MOVE w-LigneDetail TO Rap-Ligne.
           WRITE Rap-Ligne.

       Placer-Part.
           MOVE w-PN-PartGar (w-Idx) TO LD-Part (w-Idx).

       Imprimer-Synthese.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE 'PPNC PAR GARANTIE' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Gar.    Quitt.  Prime concernee            PPNC'
               '  PPNC precedente       Mouvement'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           PERFORM Imprimer-Garantie
               VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO w-LigneGarantie.
           MOVE 'TOTAL' TO LG-Garantie.
           MOVE w-NbConcernees TO LG-Nb.
           MOVE w-TotalPrime TO LG-Prime.
           MOVE w-TotalPpnc TO LG-Ppnc.
           MOVE w-TotalPrec TO LG-Precedente.
           COMPUTE w-Mouvement = w-TotalPpnc - w-TotalPrec.
           MOVE w-Mouvement TO LG-Mouvement.
           MOVE w-LigneGarantie TO Rap-Ligne.
           WRITE Rap-Ligne.
           IF w-NbSansVentil > zero
               MOVE spaces TO Rap-Ligne
               STRING w-NbSansVentil ' quittance(s) d''avant la '
                   'ventilation, hors assiette'
                   DELIMITED BY SIZE INTO Rap-Ligne
               WRITE Rap-Ligne
           END-IF.
           IF w-NbSansContrat > zero
               MOVE spaces TO Rap-Ligne
               STRING w-NbSansContrat ' quittance(s) sans contrat au '
                   'fichier, couverture mensuelle retenue'
                   DELIMITED BY SIZE INTO Rap-Ligne
               WRITE Rap-Ligne
           END-IF.

       Imprimer-Garantie.
           MOVE spaces TO w-LigneGarantie.
           MOVE w-TypeGar (w-Idx) TO LG-Garantie.
           MOVE w-GarNb (w-Idx) TO LG-Nb.
           MOVE w-GarPrime (w-Idx) TO LG-Prime.
           MOVE w-GarPpnc (w-Idx) TO LG-Ppnc.
           MOVE w-GarPpncPrec (w-Idx) TO LG-Precedente.
           COMPUTE w-Mouvement =
               w-GarPpnc (w-Idx) - w-GarPpncPrec (w-Idx).
           MOVE w-Mouvement TO LG-Mouvement.
           MOVE w-LigneGarantie TO Rap-Ligne.
           WRITE Rap-Ligne.
           ADD w-GarPrime (w-Idx) TO w-TotalPrime.
           ADD w-GarPpncPrec (w-Idx) TO w-TotalPrec.

       Ecrire-Snapshot.
           MOVE w-ClotureX TO FDPN-Periode.
           MOVE w-TypeGar (w-Idx) TO FDPN-Garantie.
           MOVE w-DateDuJour TO FDPN-DateCalcul.
           MOVE w-GarPrime (w-Idx) TO FDPN-PrimeConcernee.
           MOVE w-GarPpnc (w-Idx) TO FDPN-MontantPpnc.
           MOVE w-GarNb (w-Idx) TO FDPN-NbQuittances.
           MOVE w-GarPeriodePrec (w-Idx) TO FDPN-PeriodePrecedente.
           MOVE w-GarPpncPrec (w-Idx) TO FDPN-PpncPrecedente.
           COMPUTE FDPN-Mouvement =
               w-GarPpnc (w-Idx) - w-GarPpncPrec (w-Idx).
           WRITE FDPN-PpncMois
               INVALID KEY
                   REWRITE FDPN-PpncMois
                       INVALID KEY
                           DISPLAY 'Erreur snapshot PPNC '
                               FDPN-Garantie
                   END-REWRITE
           END-WRITE.

      ************Couverture des quittances****************************
           COPY PPNC.

      * END PROGRAM ProvisionPrimes.
