      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly claims development triangles and IBNR
      *          estimate, for the actuaries and the auditors. For
      *          each guarantee (claim type) and each of the last ten
      *          accident years (year of FD-DateSinistre), the paid
      *          triangle cumulates the payments register by year of
      *          payment against development year; the incurred
      *          triangle adds, at each year-end (the closing period
      *          itself for the current year), the reserve of the
      *          accident year on the RESMOIS snapshot. Chain-ladder
      *          factors are the volume-weighted ratios of one
      *          development year to the next over the complete
      *          years; each accident year is projected to its
      *          ultimate, and the IBNR of the guarantee is the
      *          ultimate incurred less the incurred to date (never
      *          below zero). The estimates are stored per closing
      *          period and type on IBNR.DAT, with the previous one
      *          and the movement, for the reserves valuation and the
      *          accounting journal. Closing period AAAAMM ACCEPTed,
      *          a quarter end. Report TRIANGLE.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrianglesSinistres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPAIEM.
           COPY SELSINIS.
           COPY SELRESMO.
           COPY SELIBNR.

           SELECT FichierRapport ASSIGN TO "TRIANGLE.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDPAIEM.
           COPY FDSINISF.
           COPY FDRESMO.
           COPY FDIBNR.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(132).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSPAIFS.
           COPY WSSINFS.
           COPY WSRESFS.
           COPY WSIBNFS.

       01  w-DateDuJour                pic 9(8).
       01  w-Cloture.
           05  w-Clo-AAAA              pic 9(4).
           05  w-Clo-MM                pic 9(2).
       01  w-ClotureX redefines w-Cloture pic x(6).
       01  w-PremiereAnnee             pic 9(4).

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.
       01  w-SinistreTrouve            pic x.
           88  SinistreTrouve          value 'O'.

      * Garanties, dans l'ordre des snapshots de provisions.
       01  w-TypesTable.
           05  filler                  pic x(2) value 'IT'.
           05  filler                  pic x(2) value 'IA'.
           05  filler                  pic x(2) value 'PE'.
           05  filler                  pic x(2) value 'DC'.
           05  filler                  pic x(2) value 'MT'.
           05  filler                  pic x(2) value 'CH'.
       01  w-TypesListe redefines w-TypesTable.
           05  w-TypeSin               occurs 6 times pic x(2).

      * Triangles par garantie: ligne = annee de survenance (1 = la
      * plus ancienne des dix), colonne = annee de developpement
      * (1 = l'annee de survenance elle-meme).
       01  w-Triangles.
           05  w-TrType                occurs 6 times.
               10  w-TrAnnee           occurs 10 times.
                   15  w-TrPaye        occurs 10 times
                                       pic 9(11)v99.
                   15  w-TrSurvenu     occurs 10 times
                                       pic 9(11)v99.
               10  w-FacteurPaye       occurs 9 times
                                       pic 9(3)v9(6).
               10  w-FacteurSurvenu    occurs 9 times
                                       pic 9(3)v9(6).

       01  w-IdxT                      pic 9(2).
       01  w-IdxA                      pic 9(2).
       01  w-IdxD                      pic 9(2).
       01  w-IdxF                      pic 9(2).
       01  w-IdxS                      pic 9(2).
       01  w-DerniereColonne           pic 9(2).
       01  w-Rang                      pic s9(5).
       01  w-AnneeSurvenance           pic 9(4).
       01  w-AnneeCalendrier           pic 9(4).
       01  w-PeriodeSnapshot           pic x(6).
       01  w-Reserve                   pic 9(11)v99.

       01  w-Numerateur                pic 9(13)v99.
       01  w-Denominateur              pic 9(13)v99.
       01  w-UltimePaye                pic 9(11)v99.
       01  w-UltimeSurvenu             pic 9(11)v99.
       01  w-IbnrAnnee                 pic s9(11)v99.
       01  w-IbnrCalcule               pic s9(11)v99.

      * Cumuls par garantie sur les annees de survenance.
       01  w-Synthese.
           05  w-SyType                occurs 6 times.
               10  w-SyPaye            pic 9(11)v99.
               10  w-SySurvenu         pic 9(11)v99.
               10  w-SyUltimePaye      pic 9(11)v99.
               10  w-SyUltimeSurvenu   pic 9(11)v99.
               10  w-SyIbnr            pic 9(11)v99.
               10  w-SyPeriodePrec     pic x(6).
               10  w-SyIbnrPrec        pic 9(11)v99.

       01  w-NbPaiements               pic 9(7) value zero.
       01  w-NbHorsFenetre             pic 9(7) value zero.
       01  w-NbSansVentilation         pic 9(5) value zero.
       01  w-TotalIbnr                 pic 9(11)v99 value zero.

       01  w-LigneEntete.
           05  LE-Libelle              pic x(6).
           05  LE-Colonne              occurs 10 times.
               10  filler              pic x(9).
               10  LE-Age              pic 9.
               10  filler              pic x.

       01  w-LigneTriangle.
           05  LTR-Annee               pic 9(4).
           05  filler                  pic x(2).
           05  LTR-Cellule             occurs 10 times.
               10  LTR-Montant         pic z(9)9.
               10  filler              pic x.

       01  w-LigneFacteurs.
           05  LF-Libelle              pic x(6).
           05  LF-Cellule              occurs 10 times.
               10  LF-Facteur          pic zz9.9(6).
               10  filler              pic x.

       01  w-LigneSynthese.
           05  LY-Annee                pic x(6).
           05  filler                  pic x.
           05  LY-Paye                 pic z(10)9.99.
           05  filler                  pic x.
           05  LY-Survenu              pic z(10)9.99.
           05  filler                  pic x.
           05  LY-UltimePaye           pic z(10)9.99.
           05  filler                  pic x.
           05  LY-UltimeSurvenu        pic z(10)9.99.
           05  filler                  pic x.
           05  LY-Ibnr                 pic -(10)9.99.

       01  w-Edite1                    pic z(10)9.99.
       01  w-Edite2                    pic -(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'TRIANGLES' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           DISPLAY 'Periode de cloture (AAAAMM, fin de trimestre): '.
           ACCEPT w-ClotureX.
           IF w-ClotureX NOT NUMERIC
               OR (w-Clo-MM NOT = 03 AND w-Clo-MM NOT = 06
                   AND w-Clo-MM NOT = 09 AND w-Clo-MM NOT = 12)
               DISPLAY 'Periode invalide: ' w-ClotureX
                   ', une fin de trimestre est attendue.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-PremiereAnnee = w-Clo-AAAA - 9.

           OPEN INPUT PaiementF.
           IF NOT PaiementF-OK
               DISPLAY 'Registre des paiements indisponible, statut '
                   w-PaiementF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SinisF.
           OPEN INPUT ReserveMoisF.
           perform IbnrF-Ouvrir.
           OPEN OUTPUT FichierRapport.

           MOVE zero TO w-Triangles.
           MOVE zero TO w-Synthese.
           PERFORM Synthese-Initialiser
               VARYING w-IdxT FROM 1 BY 1 UNTIL w-IdxT > 6.

           perform Charger-Paiements.
           PERFORM Cumuler-UnType
               VARYING w-IdxT FROM 1 BY 1 UNTIL w-IdxT > 6.
           PERFORM Ajouter-Reserves
               VARYING w-IdxT FROM 1 BY 1 UNTIL w-IdxT > 6.
           PERFORM Calculer-Facteurs
               VARYING w-IdxT FROM 1 BY 1 UNTIL w-IdxT > 6.
           PERFORM Projeter-UnType
               VARYING w-IdxT FROM 1 BY 1 UNTIL w-IdxT > 6.

           perform Lire-IbnrPrecedents.
           perform Imprimer-Rapport.
           PERFORM Enregistrer-Ibnr
               VARYING w-IdxT FROM 1 BY 1 UNTIL w-IdxT > 6.

           CLOSE PaiementF.
           CLOSE SinisF.
           CLOSE ReserveMoisF.
           CLOSE IbnrF.
           CLOSE FichierRapport.

           DISPLAY 'Triangles ' w-ClotureX ': ' w-NbPaiements
               ' paiement(s), IBNR total ' w-TotalIbnr '.'.
           IF w-NbSansVentilation > zero
               DISPLAY '  ' w-NbSansVentilation ' cellule(s) sans '
                   'provision ventilee par survenance.'
           END-IF.

           MOVE 'F' TO w-RC-Action.
           STRING 'paiements=' w-NbPaiements ' ibnr=' w-TotalIbnr
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       IbnrF-Ouvrir.
           OPEN I-O IbnrF.
           IF NOT IbnrF-OK
               IF w-IbnrF-Status = '35'
                   OPEN OUTPUT IbnrF
                   CLOSE IbnrF
                   OPEN I-O IbnrF
               END-IF
           END-IF.

       Synthese-Initialiser.
           MOVE spaces TO w-SyPeriodePrec (w-IdxT).

      ******************************************************************
      * Triangle des reglements: chaque ligne du registre jusqu'a la
      * cloture, hors interets de retard (une penalite, pas le cout
      * du sinistre), a la garantie et a l'annee de survenance de
      * son sinistre, dans la colonne de son annee de paiement. Les
      * survenances de plus de dix ans sont hors triangle.
      ******************************************************************
       Charger-Paiements.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDP-ClePaiement.
           START PaiementF KEY IS NOT LESS THAN FDP-ClePaiement
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Charger-UnPaiement UNTIL FinFichier.

       Charger-UnPaiement.
           READ PaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF NOT Paiement-Interets
                   AND FDP-DatePaiement NUMERIC
                   AND FDP-DatePaiement (1:6) <= w-ClotureX
                   perform Lire-Sinistre
                   IF SinistreTrouve
                       perform Placer-Paiement
                   END-IF
               END-IF
           END-IF.

       Lire-Sinistre.
           MOVE FDP-CodeSinistre TO FD-CodeSinistre.
           READ SinisF
               KEY IS FD-CodeSinistre
               INVALID KEY
                   MOVE 'N' TO w-SinistreTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-SinistreTrouve
           END-READ.

       Placer-Paiement.
           MOVE zero TO w-IdxT.
           PERFORM Chercher-Type
               VARYING w-IdxS FROM 1 BY 1 UNTIL w-IdxS > 6.
           IF w-IdxT > zero AND FD-DateSinistre (7:4) NUMERIC
               MOVE FD-DateSinistre (7:4) TO w-AnneeSurvenance
               MOVE FDP-DatePaiement (1:4) TO w-AnneeCalendrier
               COMPUTE w-Rang = w-AnneeSurvenance - w-PremiereAnnee
                   + 1
               IF w-Rang < 1 OR w-Rang > 10
                   OR w-AnneeCalendrier < w-AnneeSurvenance
                   ADD 1 TO w-NbHorsFenetre
               ELSE
                   MOVE w-Rang TO w-IdxA
                   COMPUTE w-IdxD =
                       w-AnneeCalendrier - w-AnneeSurvenance + 1
                   ADD FDP-MontantPaye
                       TO w-TrPaye (w-IdxT, w-IdxA, w-IdxD)
                   ADD 1 TO w-NbPaiements
               END-IF
           END-IF.

       Chercher-Type.
           IF w-TypeSin (w-IdxS) = FD-TypeSinistre
               MOVE w-IdxS TO w-IdxT
           END-IF.

      ******************************************************************
      * Cumul le long de chaque ligne, jusqu'a la diagonale de la
      * cloture (colonne = cloture - survenance + 1).
      ******************************************************************
       Cumuler-UnType.
           PERFORM Cumuler-UneAnnee
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.

       Cumuler-UneAnnee.
           COMPUTE w-DerniereColonne = 11 - w-IdxA.
           PERFORM Cumuler-UneCellule
               VARYING w-IdxD FROM 2 BY 1
               UNTIL w-IdxD > w-DerniereColonne.

       Cumuler-UneCellule.
           ADD w-TrPaye (w-IdxT, w-IdxA, w-IdxD - 1)
               TO w-TrPaye (w-IdxT, w-IdxA, w-IdxD).

      ******************************************************************
      * Triangle des survenus: le regle cumule plus la provision de
      * l'annee de survenance au snapshot de fin d'annee (de la
      * cloture pour l'annee en cours). Un snapshot absent ou non
      * ventile compte la cellule sans provision.
      ******************************************************************
       Ajouter-Reserves.
           PERFORM Ajouter-ReservesAnnee
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.

       Ajouter-ReservesAnnee.
           COMPUTE w-DerniereColonne = 11 - w-IdxA.
           PERFORM Ajouter-UneReserve
               VARYING w-IdxD FROM 1 BY 1
               UNTIL w-IdxD > w-DerniereColonne.

       Ajouter-UneReserve.
           COMPUTE w-AnneeSurvenance = w-PremiereAnnee + w-IdxA - 1.
           COMPUTE w-AnneeCalendrier = w-AnneeSurvenance + w-IdxD - 1.
           IF w-AnneeCalendrier = w-Clo-AAAA
               MOVE w-ClotureX TO w-PeriodeSnapshot
           ELSE
               STRING w-AnneeCalendrier '12'
                   DELIMITED BY SIZE INTO w-PeriodeSnapshot
           END-IF.
           MOVE zero TO w-Reserve.
           MOVE w-PeriodeSnapshot TO FDM-Periode.
           MOVE w-TypeSin (w-IdxT) TO FDM-TypeSinistre.
           READ ReserveMoisF
               INVALID KEY
                   ADD 1 TO w-NbSansVentilation
               NOT INVALID KEY
                   COMPUTE w-IdxS =
                       w-AnneeSurvenance - w-AnneeCalendrier + 10
                   IF FDM-AnneeSurvenance (w-IdxS) = w-AnneeSurvenance
                       MOVE FDM-ReserveSurvenance (w-IdxS)
                           TO w-Reserve
                   ELSE
                       ADD 1 TO w-NbSansVentilation
                   END-IF
           END-READ.
           COMPUTE w-TrSurvenu (w-IdxT, w-IdxA, w-IdxD) =
               w-TrPaye (w-IdxT, w-IdxA, w-IdxD) + w-Reserve.

      ******************************************************************
      * Facteur de la colonne F a F+1: somme des cellules F+1 sur
      * somme des cellules F, sur les seules annees dont la cellule
      * F+1 est une annee close (l'annee de la cloture ne l'est
      * qu'en decembre). Sans base, le facteur vaut 1.
      ******************************************************************
       Calculer-Facteurs.
           PERFORM Calculer-UnFacteur
               VARYING w-IdxF FROM 1 BY 1 UNTIL w-IdxF > 9.

       Calculer-UnFacteur.
           MOVE zero TO w-Numerateur.
           MOVE zero TO w-Denominateur.
           PERFORM Sommer-Paye
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.
           IF w-Denominateur > zero
               COMPUTE w-FacteurPaye (w-IdxT, w-IdxF) ROUNDED =
                   w-Numerateur / w-Denominateur
           ELSE
               MOVE 1 TO w-FacteurPaye (w-IdxT, w-IdxF)
           END-IF.
           MOVE zero TO w-Numerateur.
           MOVE zero TO w-Denominateur.
           PERFORM Sommer-Survenu
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.
           IF w-Denominateur > zero
               COMPUTE w-FacteurSurvenu (w-IdxT, w-IdxF) ROUNDED =
                   w-Numerateur / w-Denominateur
           ELSE
               MOVE 1 TO w-FacteurSurvenu (w-IdxT, w-IdxF)
           END-IF.

       Sommer-Paye.
           perform Tester-AnneeClose.
           IF w-Rang > zero
               ADD w-TrPaye (w-IdxT, w-IdxA, w-IdxF + 1)
                   TO w-Numerateur
               ADD w-TrPaye (w-IdxT, w-IdxA, w-IdxF)
                   TO w-Denominateur
           END-IF.

       Sommer-Survenu.
           perform Tester-AnneeClose.
           IF w-Rang > zero
               ADD w-TrSurvenu (w-IdxT, w-IdxA, w-IdxF + 1)
                   TO w-Numerateur
               ADD w-TrSurvenu (w-IdxT, w-IdxA, w-IdxF)
                   TO w-Denominateur
           END-IF.

      * w-Rang a 1: la cellule F+1 de la ligne est une annee close.
       Tester-AnneeClose.
           MOVE zero TO w-Rang.
           COMPUTE w-AnneeCalendrier = w-PremiereAnnee + w-IdxA - 1
               + w-IdxF.
           IF w-AnneeCalendrier < w-Clo-AAAA
               MOVE 1 TO w-Rang
           END-IF.
           IF w-AnneeCalendrier = w-Clo-AAAA AND w-Clo-MM = 12
               MOVE 1 TO w-Rang
           END-IF.

      ******************************************************************
      * Ultimes: la derniere cellule connue de chaque annee, portee
      * par les facteurs des colonnes suivantes. L'IBNR de l'annee
      * est l'ultime survenu moins le survenu a date; celui de la
      * garantie, leur somme, ramenee a zero si elle est negative.
      ******************************************************************
       Projeter-UnType.
           PERFORM Projeter-UneAnnee
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.
           COMPUTE w-IbnrCalcule = w-SyUltimeSurvenu (w-IdxT)
               - w-SySurvenu (w-IdxT).
           IF w-IbnrCalcule > zero
               MOVE w-IbnrCalcule TO w-SyIbnr (w-IdxT)
           ELSE
               MOVE zero TO w-SyIbnr (w-IdxT)
           END-IF.
           ADD w-SyIbnr (w-IdxT) TO w-TotalIbnr.

       Projeter-UneAnnee.
           COMPUTE w-DerniereColonne = 11 - w-IdxA.
           MOVE w-TrPaye (w-IdxT, w-IdxA, w-DerniereColonne)
               TO w-UltimePaye.
           MOVE w-TrSurvenu (w-IdxT, w-IdxA, w-DerniereColonne)
               TO w-UltimeSurvenu.
           PERFORM Appliquer-Facteur
               VARYING w-IdxF FROM w-DerniereColonne BY 1
               UNTIL w-IdxF > 9.
           ADD w-TrPaye (w-IdxT, w-IdxA, w-DerniereColonne)
               TO w-SyPaye (w-IdxT).
           ADD w-TrSurvenu (w-IdxT, w-IdxA, w-DerniereColonne)
               TO w-SySurvenu (w-IdxT).
           ADD w-UltimePaye TO w-SyUltimePaye (w-IdxT).
           ADD w-UltimeSurvenu TO w-SyUltimeSurvenu (w-IdxT).

       Appliquer-Facteur.
           COMPUTE w-UltimePaye ROUNDED =
               w-UltimePaye * w-FacteurPaye (w-IdxT, w-IdxF).
           COMPUTE w-UltimeSurvenu ROUNDED =
               w-UltimeSurvenu * w-FacteurSurvenu (w-IdxT, w-IdxF).

      ******************************************************************
      * L'estimation precedente de chaque garantie: la plus recente
      * des periodes anterieures a la cloture (cle periode + type).
      ******************************************************************
       Lire-IbnrPrecedents.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDIB-CleIbnr.
           START IbnrF KEY IS NOT LESS THAN FDIB-CleIbnr
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Lire-UnIbnrPrecedent UNTIL FinFichier.

       Lire-UnIbnrPrecedent.
           READ IbnrF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDIB-Periode < w-ClotureX
                   PERFORM Retenir-IbnrPrecedent
                       VARYING w-IdxS FROM 1 BY 1 UNTIL w-IdxS > 6
               ELSE
                   MOVE 'O' TO w-FinFichier
               END-IF
           END-IF.

       Retenir-IbnrPrecedent.
           IF w-TypeSin (w-IdxS) = FDIB-TypeSinistre
               MOVE FDIB-Periode TO w-SyPeriodePrec (w-IdxS)
               MOVE FDIB-MontantIbnr TO w-SyIbnrPrec (w-IdxS)
           END-IF.

       Enregistrer-Ibnr.
           MOVE w-ClotureX TO FDIB-Periode.
           MOVE w-TypeSin (w-IdxT) TO FDIB-TypeSinistre.
           MOVE w-DateDuJour TO FDIB-DateCalcul.
           MOVE w-SyPaye (w-IdxT) TO FDIB-PayeCumule.
           MOVE w-SySurvenu (w-IdxT) TO FDIB-SurvenuCumule.
           MOVE w-SyUltimePaye (w-IdxT) TO FDIB-UltimePaye.
           MOVE w-SyUltimeSurvenu (w-IdxT) TO FDIB-UltimeSurvenu.
           MOVE w-SyIbnr (w-IdxT) TO FDIB-MontantIbnr.
           MOVE w-SyPeriodePrec (w-IdxT) TO FDIB-PeriodePrecedente.
           MOVE w-SyIbnrPrec (w-IdxT) TO FDIB-IbnrPrecedent.
           COMPUTE FDIB-Mouvement =
               w-SyIbnr (w-IdxT) - w-SyIbnrPrec (w-IdxT).
           WRITE FDIB-Ibnr
               INVALID KEY
                   REWRITE FDIB-Ibnr
                       INVALID KEY
                           DISPLAY 'Erreur IBNR ' FDIB-TypeSinistre
                   END-REWRITE
           END-WRITE.

       Imprimer-Rapport.
           MOVE spaces TO Rap-Ligne.
           STRING 'TRIANGLES DE DEVELOPPEMENT ET IBNR - CLOTURE '
               w-ClotureX ' - SURVENANCES ' w-PremiereAnnee ' A '
               w-Clo-AAAA DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           PERFORM Imprimer-UnType
               VARYING w-IdxT FROM 1 BY 1 UNTIL w-IdxT > 6.

           MOVE all '=' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE w-TotalIbnr TO w-Edite1.
           MOVE spaces TO Rap-Ligne.
           STRING 'IBNR TOTAL TOUTES GARANTIES: ' w-Edite1 ' EUR'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           IF w-NbSansVentilation > zero
               MOVE spaces TO Rap-Ligne
               STRING 'Attention: ' w-NbSansVentilation
                   ' cellule(s) sans provision ventilee par '
                   'survenance (snapshot absent ou anterieur a la '
                   'ventilation), survenu = regle.'
                   DELIMITED BY SIZE INTO Rap-Ligne
               WRITE Rap-Ligne
           END-IF.

       Imprimer-UnType.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '=' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'GARANTIE ' w-TypeSin (w-IdxT)
               ' - REGLEMENTS CUMULES (EUR)'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Imprimer-Entete.
           PERFORM Imprimer-LignePaye
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.
           MOVE spaces TO w-LigneFacteurs.
           MOVE 'Fact.' TO LF-Libelle.
           PERFORM Placer-FacteurPaye
               VARYING w-IdxF FROM 1 BY 1 UNTIL w-IdxF > 9.
           MOVE w-LigneFacteurs TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'GARANTIE ' w-TypeSin (w-IdxT)
               ' - SURVENUS CUMULES: REGLE + PROVISION (EUR)'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Imprimer-Entete.
           PERFORM Imprimer-LigneSurvenu
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.
           MOVE spaces TO w-LigneFacteurs.
           MOVE 'Fact.' TO LF-Libelle.
           PERFORM Placer-FacteurSurvenu
               VARYING w-IdxF FROM 1 BY 1 UNTIL w-IdxF > 9.
           MOVE w-LigneFacteurs TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE 'Surv.          Regle        Survenu   Ultime regle '
               TO Rap-Ligne.
           MOVE ' Ultime survenu           IBNR' TO Rap-Ligne (52:).
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           PERFORM Imprimer-Synthese
               VARYING w-IdxA FROM 1 BY 1 UNTIL w-IdxA > 10.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO w-LigneSynthese.
           MOVE 'Total' TO LY-Annee.
           MOVE w-SyPaye (w-IdxT) TO LY-Paye.
           MOVE w-SySurvenu (w-IdxT) TO LY-Survenu.
           MOVE w-SyUltimePaye (w-IdxT) TO LY-UltimePaye.
           MOVE w-SyUltimeSurvenu (w-IdxT) TO LY-UltimeSurvenu.
           MOVE w-SyIbnr (w-IdxT) TO LY-Ibnr.
           MOVE w-LigneSynthese TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE w-SyIbnrPrec (w-IdxT) TO w-Edite1.
           COMPUTE w-IbnrCalcule =
               w-SyIbnr (w-IdxT) - w-SyIbnrPrec (w-IdxT).
           MOVE w-IbnrCalcule TO w-Edite2.
           MOVE spaces TO Rap-Ligne.
           STRING 'IBNR precedent (' w-SyPeriodePrec (w-IdxT) '): '
               w-Edite1 '   mouvement: ' w-Edite2
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

       Imprimer-Entete.
           MOVE spaces TO w-LigneEntete.
           MOVE 'Surv.' TO LE-Libelle.
           PERFORM Placer-Age
               VARYING w-IdxD FROM 1 BY 1 UNTIL w-IdxD > 10.
           MOVE w-LigneEntete TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

       Placer-Age.
           COMPUTE LE-Age (w-IdxD) = w-IdxD - 1.

       Imprimer-LignePaye.
           MOVE spaces TO w-LigneTriangle.
           COMPUTE LTR-Annee = w-PremiereAnnee + w-IdxA - 1.
           COMPUTE w-DerniereColonne = 11 - w-IdxA.
           PERFORM Placer-CellulePaye
               VARYING w-IdxD FROM 1 BY 1
               UNTIL w-IdxD > w-DerniereColonne.
           MOVE w-LigneTriangle TO Rap-Ligne.
           WRITE Rap-Ligne.

       Placer-CellulePaye.
           MOVE w-TrPaye (w-IdxT, w-IdxA, w-IdxD)
               TO LTR-Montant (w-IdxD).

       Imprimer-LigneSurvenu.
           MOVE spaces TO w-LigneTriangle.
           COMPUTE LTR-Annee = w-PremiereAnnee + w-IdxA - 1.
           COMPUTE w-DerniereColonne = 11 - w-IdxA.
           PERFORM Placer-CelluleSurvenu
               VARYING w-IdxD FROM 1 BY 1
               UNTIL w-IdxD > w-DerniereColonne.
           MOVE w-LigneTriangle TO Rap-Ligne.
           WRITE Rap-Ligne.

       Placer-CelluleSurvenu.
           MOVE w-TrSurvenu (w-IdxT, w-IdxA, w-IdxD)
               TO LTR-Montant (w-IdxD).

      * Le facteur de F a F+1 s'imprime sous la colonne F+1.
       Placer-FacteurPaye.
           MOVE w-FacteurPaye (w-IdxT, w-IdxF)
               TO LF-Facteur (w-IdxF + 1).

       Placer-FacteurSurvenu.
           MOVE w-FacteurSurvenu (w-IdxT, w-IdxF)
               TO LF-Facteur (w-IdxF + 1).

       Imprimer-Synthese.
           COMPUTE w-DerniereColonne = 11 - w-IdxA.
           MOVE w-TrPaye (w-IdxT, w-IdxA, w-DerniereColonne)
               TO w-UltimePaye.
           MOVE w-TrSurvenu (w-IdxT, w-IdxA, w-DerniereColonne)
               TO w-UltimeSurvenu.
           MOVE spaces TO w-LigneSynthese.
           COMPUTE w-AnneeSurvenance = w-PremiereAnnee + w-IdxA - 1.
           MOVE w-AnneeSurvenance TO LY-Annee.
           MOVE w-UltimePaye TO LY-Paye.
           MOVE w-UltimeSurvenu TO LY-Survenu.
           PERFORM Appliquer-Facteur
               VARYING w-IdxF FROM w-DerniereColonne BY 1
               UNTIL w-IdxF > 9.
           MOVE w-UltimePaye TO LY-UltimePaye.
           MOVE w-UltimeSurvenu TO LY-UltimeSurvenu.
           COMPUTE w-IbnrAnnee = w-UltimeSurvenu
               - w-TrSurvenu (w-IdxT, w-IdxA, w-DerniereColonne).
           MOVE w-IbnrAnnee TO LY-Ibnr.
           MOVE w-LigneSynthese TO Rap-Ligne.
           WRITE Rap-Ligne.

      * END PROGRAM TrianglesSinistres.
