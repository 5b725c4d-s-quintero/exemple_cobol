      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly quote-to-contract conversion report. Walks
      *          the quotes file for the quotes issued in the
      *          requested month, sorts them by broker, and prints
      *          one line per broker: quotes issued, converted into a
      *          contract, expired, still open, the premium quoted and
      *          the conversion rate (converted / issued). A quote
      *          whose validity date has passed without conversion
      *          counts as expired even if nobody tried to convert it.
      *          Direct business (no broker) is reported under its
      *          own line; the grand total closes the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportDevis.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELDEVIS.
           COPY SELCOURT.

           SELECT TriDevis ASSIGN TO "DEVISTRI.TMP".

           SELECT FichierRapport ASSIGN TO "RAPDEVIS.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDDEVIS.
           COPY FDCOURT.

       SD  TriDevis.
       01  SD-Devis.
           10  SD-CodeCourtier           pic x(10).
           10  SD-NumDevis               pic x(10).
           10  SD-Etat                   pic x.
           10  SD-Montant                pic 9(7)v99.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSDEVFS.
           COPY WSCOUFS.

       01  w-PeriodeDemandee           pic x(6).
       01  w-DateDuJour                pic 9(8).
       01  w-DateDuJourX8              pic x(8).

       01  w-FinDevis                  pic x value 'N'.
           88  FinDevis                value 'O'.
       01  w-FinTri                    pic x value 'N'.
           88  FinTri                  value 'O'.
       01  w-CourtiersDispo            pic x value 'N'.
           88  CourtiersDispo          value 'O'.

      * Etat du devis au tri: C converti, E expire, A en cours.
       01  w-Etat                      pic x.

       01  w-CourtierRupture           pic x(10).
       01  w-NomCourtier               pic x(30).

       01  w-CptEmis                   pic 9(7).
       01  w-CptConvertis              pic 9(7).
       01  w-CptExpires                pic 9(7).
       01  w-CptEnCours                pic 9(7).
       01  w-CptMontant                pic 9(9)v99.

       01  w-TotEmis                   pic 9(7) value zero.
       01  w-TotConvertis              pic 9(7) value zero.
       01  w-TotExpires                pic 9(7) value zero.
       01  w-TotEnCours                pic 9(7) value zero.
       01  w-TotMontant                pic 9(11)v99 value zero.
       01  w-NbCourtiers               pic 9(5) value zero.

       01  w-Taux                      pic 9(3)v9.

       01  w-LigneRapport.
           05  LR-CodeCourtier         pic x(10).
           05  filler                  pic x.
           05  LR-NomCourtier          pic x(30).
           05  filler                  pic x.
           05  LR-Emis                 pic z(6)9.
           05  filler                  pic x.
           05  LR-Convertis            pic z(6)9.
           05  filler                  pic x.
           05  LR-Expires              pic z(6)9.
           05  filler                  pic x.
           05  LR-EnCours              pic z(6)9.
           05  filler                  pic x.
           05  LR-Montant              pic z(9)9.99.
           05  filler                  pic x.
           05  LR-Taux                 pic zz9.9.
           05  LR-Pourcent             pic x.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RAPPORTDEVIS' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour TO w-DateDuJourX8.

           DISPLAY 'Mois des devis (AAAAMM): '.
           ACCEPT w-PeriodeDemandee.

           OPEN INPUT DevisF.
           IF NOT DevisF-OK
               DISPLAY 'Fichier des devis indisponible, statut '
                   w-DevisF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CourtierF.
           IF CourtierF-OK
               MOVE 'O' TO w-CourtiersDispo
           END-IF.
           OPEN OUTPUT FichierRapport.

           SORT TriDevis
               ON ASCENDING KEY SD-CodeCourtier SD-NumDevis
               INPUT PROCEDURE IS Charger-Devis
               OUTPUT PROCEDURE IS Imprimer-Rapport.

           CLOSE DevisF.
           IF CourtiersDispo
               CLOSE CourtierF
           END-IF.
           CLOSE FichierRapport.

           DISPLAY 'Devis ' w-PeriodeDemandee ' : ' w-TotEmis
               ' emis, ' w-TotConvertis ' convertis, '
               w-NbCourtiers ' apporteur(s).'.

           MOVE 'F' TO w-RC-Action.
           STRING 'devis=' w-TotEmis ' convertis=' w-TotConvertis
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       Charger-Devis.
           MOVE LOW-VALUES TO FDV-NumDevis.
           START DevisF KEY IS NOT LESS THAN FDV-NumDevis
               INVALID KEY MOVE 'O' TO w-FinDevis
           END-START.
           PERFORM Charger-UnDevis UNTIL FinDevis.

       Charger-UnDevis.
           READ DevisF NEXT RECORD
               AT END MOVE 'O' TO w-FinDevis
           END-READ.
           IF NOT FinDevis
               IF FDV-DateDevis (1:6) = w-PeriodeDemandee
                   EVALUATE TRUE
                       WHEN Devis-Converti
                           MOVE 'C' TO w-Etat
                       WHEN Devis-Expire
                           MOVE 'E' TO w-Etat
                       WHEN FDV-DateValidite < w-DateDuJourX8
                           MOVE 'E' TO w-Etat
                       WHEN OTHER
                           MOVE 'A' TO w-Etat
                   END-EVALUATE
                   MOVE FDV-CodeCourtier TO SD-CodeCourtier
                   MOVE FDV-NumDevis TO SD-NumDevis
                   MOVE w-Etat TO SD-Etat
                   MOVE FDV-TotalEcheance TO SD-Montant
                   RELEASE SD-Devis
               END-IF
           END-IF.

       Imprimer-Rapport.
           MOVE spaces TO Rap-Ligne.
           STRING 'CONVERSION DES DEVIS PAR APPORTEUR - MOIS '
               w-PeriodeDemandee DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Apporteur  Nom                              '
               '   Emis  Convert  Expires  EnCours  Echeances TTC'
               '   Taux' DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE 'N' TO w-FinTri.
           RETURN TriDevis
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.
           PERFORM Imprimer-UnCourtier UNTIL FinTri.

           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO w-LigneRapport.
           MOVE 'TOTAL' TO LR-CodeCourtier.
           MOVE w-TotEmis TO LR-Emis w-CptEmis.
           MOVE w-TotConvertis TO LR-Convertis w-CptConvertis.
           MOVE w-TotExpires TO LR-Expires.
           MOVE w-TotEnCours TO LR-EnCours.
           MOVE w-TotMontant TO LR-Montant.
           perform Calculer-Taux.
           MOVE w-Taux TO LR-Taux.
           MOVE '%' TO LR-Pourcent.
           MOVE w-LigneRapport TO Rap-Ligne.
           WRITE Rap-Ligne.

      ******************************************************************
      * Rupture par apporteur: les devis d'un meme code sont cumules
      * puis imprimes sur une ligne, le nom tire du fichier courtiers.
      ******************************************************************
       Imprimer-UnCourtier.
           MOVE SD-CodeCourtier TO w-CourtierRupture.
           MOVE zero TO w-CptEmis.
           MOVE zero TO w-CptConvertis.
           MOVE zero TO w-CptExpires.
           MOVE zero TO w-CptEnCours.
           MOVE zero TO w-CptMontant.
           PERFORM Cumuler-UnDevis
               UNTIL FinTri OR SD-CodeCourtier NOT = w-CourtierRupture.
           perform Rechercher-NomCourtier.

           MOVE spaces TO w-LigneRapport.
           IF w-CourtierRupture = spaces
               MOVE '(direct)' TO LR-CodeCourtier
           ELSE
               MOVE w-CourtierRupture TO LR-CodeCourtier
           END-IF.
           MOVE w-NomCourtier TO LR-NomCourtier.
           MOVE w-CptEmis TO LR-Emis.
           MOVE w-CptConvertis TO LR-Convertis.
           MOVE w-CptExpires TO LR-Expires.
           MOVE w-CptEnCours TO LR-EnCours.
           MOVE w-CptMontant TO LR-Montant.
           perform Calculer-Taux.
           MOVE w-Taux TO LR-Taux.
           MOVE '%' TO LR-Pourcent.
           MOVE w-LigneRapport TO Rap-Ligne.
           WRITE Rap-Ligne.

           ADD 1 TO w-NbCourtiers.
           ADD w-CptEmis TO w-TotEmis.
           ADD w-CptConvertis TO w-TotConvertis.
           ADD w-CptExpires TO w-TotExpires.
           ADD w-CptEnCours TO w-TotEnCours.
           ADD w-CptMontant TO w-TotMontant.

       Cumuler-UnDevis.
           ADD 1 TO w-CptEmis.
           ADD SD-Montant TO w-CptMontant.
           EVALUATE SD-Etat
               WHEN 'C' ADD 1 TO w-CptConvertis
               WHEN 'E' ADD 1 TO w-CptExpires
               WHEN OTHER ADD 1 TO w-CptEnCours
           END-EVALUATE.
           RETURN TriDevis
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.

       Rechercher-NomCourtier.
           MOVE spaces TO w-NomCourtier.
           IF w-CourtierRupture = spaces
               MOVE 'Affaires directes' TO w-NomCourtier
           ELSE
               IF CourtiersDispo
                   MOVE w-CourtierRupture TO FDK-CodeCourtier
                   READ CourtierF
                       INVALID KEY
                           MOVE 'apporteur inconnu' TO w-NomCourtier
                       NOT INVALID KEY
                           MOVE FDK-Nom TO w-NomCourtier
                   END-READ
               END-IF
           END-IF.

       Calculer-Taux.
           IF w-CptEmis = zero
               MOVE zero TO w-Taux
           ELSE
               COMPUTE w-Taux ROUNDED =
                   w-CptConvertis * 100 / w-CptEmis
           END-IF.

      * END PROGRAM RapportDevis.
