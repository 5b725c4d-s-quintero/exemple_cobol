      ******************************************************************
      * IT relapse (rechute) paragraphs, COPY'd into the PROCEDURE
      * DIVISION of the claim declaration paths. Rechutes-Charger
      * (once at startup) replaces the default window with the
      * RECHUTE.DAT value when the parameter file is present. The
      * caller fills w-RH-CodeClient, w-RH-CodeContrat,
      * w-RH-NumAssure, w-RH-DateSinistre and w-RH-DateJour and
      * PERFORMs Rechute-Rechercher: RH-Trouve answers 'O' when an IT
      * claim of the same contract and insured has a return to work
      * at most w-RH-Fenetre days before the new arrest (the latest
      * such return wins). w-RH-CodeOrigine is then the first claim
      * of the chain, w-RH-JoursArret the days of arrest and
      * w-RH-JoursDossier the days of handling the chain has run up
      * so far. Requires SELSINIS/FDSINISF and SELRECHU/FDRECHU in
      * the file divisions, SinisF open, and WSRECHU in
      * WORKING-STORAGE. The scan moves the SinisF position.
      ******************************************************************
       Rechutes-Charger.
           OPEN INPUT RechuteF.
           IF w-RechuteF-Status = '00'
               READ RechuteF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCH-FenetreJours IS NUMERIC
                           IF RCH-FenetreJours > zero
                               MOVE RCH-FenetreJours TO w-RH-Fenetre
                           END-IF
                       END-IF
               END-READ
               CLOSE RechuteF
           END-IF.

       Rechute-Rechercher.
           MOVE 'N' TO w-RH-Trouve.
           MOVE spaces TO w-RH-SinistreLie.
           MOVE spaces TO w-RH-DateRetour.
           MOVE spaces TO w-RH-CodeOrigine.
           MOVE zero TO w-RH-JoursArret.
           MOVE zero TO w-RH-JoursDossier.
           MOVE zero TO w-RH-MeilleurRetour.
           IF w-RH-DateSinistre (1:2) IS NUMERIC
               AND w-RH-DateSinistre (4:2) IS NUMERIC
               AND w-RH-DateSinistre (7:4) IS NUMERIC
               MOVE w-RH-DateSinistre (7:4) TO w-RH-SinAAAAMMJJ (1:4)
               MOVE w-RH-DateSinistre (4:2) TO w-RH-SinAAAAMMJJ (5:2)
               MOVE w-RH-DateSinistre (1:2) TO w-RH-SinAAAAMMJJ (7:2)
               MOVE 'N' TO w-RH-FinScan
               MOVE w-RH-CodeClient TO FD-ref_CodeClient
               START SinisF KEY IS = FD-ref_CodeClient
                   INVALID KEY MOVE 'O' TO w-RH-FinScan
               END-START
               PERFORM Rechute-Examiner UNTIL RH-FinScan
           END-IF.

       Rechute-Examiner.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-RH-FinScan
           END-READ.
           IF NOT RH-FinScan
               IF FD-ref_CodeClient NOT = w-RH-CodeClient
                   MOVE 'O' TO w-RH-FinScan
               ELSE
                   IF FD-ref_CodeContrat = w-RH-CodeContrat
                       AND FD-TypeSinistre = 'IT'
                       AND FD-NumAssure = w-RH-NumAssure
                       AND FD-DateRetourTravail (1:2) IS NUMERIC
                       AND FD-DateRetourTravail (4:2) IS NUMERIC
                       AND FD-DateRetourTravail (7:4) IS NUMERIC
                       AND FD-DateSinistre (1:2) IS NUMERIC
                       AND FD-DateSinistre (4:2) IS NUMERIC
                       AND FD-DateSinistre (7:4) IS NUMERIC
                       perform Rechute-Evaluer
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Un arret repris dans la fenetre est candidat; la reprise la
      * plus recente l'emporte. Les cumuls de la chaine s'ajoutent a
      * ceux de cet arret: jours d'arret du sinistre au retour,
      * jours de dossier de la declaration a la resolution (ou a
      * aujourd'hui s'il n'est pas encore resolu).
      ******************************************************************
       Rechute-Evaluer.
           MOVE FD-DateRetourTravail (7:4)
               TO w-RH-RetourAAAAMMJJ (1:4).
           MOVE FD-DateRetourTravail (4:2)
               TO w-RH-RetourAAAAMMJJ (5:2).
           MOVE FD-DateRetourTravail (1:2)
               TO w-RH-RetourAAAAMMJJ (7:2).
           COMPUTE w-RH-Ecart =
               FUNCTION INTEGER-OF-DATE(w-RH-SinAAAAMMJJ)
               - FUNCTION INTEGER-OF-DATE(w-RH-RetourAAAAMMJJ).
           IF w-RH-Ecart >= zero
               AND w-RH-Ecart <= w-RH-Fenetre
               AND w-RH-RetourAAAAMMJJ > w-RH-MeilleurRetour
               MOVE 'O' TO w-RH-Trouve
               MOVE w-RH-RetourAAAAMMJJ TO w-RH-MeilleurRetour
               MOVE FD-CodeSinistre TO w-RH-SinistreLie
               MOVE FD-DateRetourTravail TO w-RH-DateRetour
               IF FD-SinistreOrigine = spaces
                   OR FD-SinistreOrigine = low-values
                   MOVE FD-CodeSinistre TO w-RH-CodeOrigine
               ELSE
                   MOVE FD-SinistreOrigine TO w-RH-CodeOrigine
               END-IF
               perform Rechute-CumulerArret
               perform Rechute-CumulerDossier
           END-IF.

       Rechute-CumulerArret.
           MOVE FD-DateSinistre (7:4) TO w-RH-DebutAAAAMMJJ (1:4).
           MOVE FD-DateSinistre (4:2) TO w-RH-DebutAAAAMMJJ (5:2).
           MOVE FD-DateSinistre (1:2) TO w-RH-DebutAAAAMMJJ (7:2).
           COMPUTE w-RH-Ecart =
               FUNCTION INTEGER-OF-DATE(w-RH-RetourAAAAMMJJ)
               - FUNCTION INTEGER-OF-DATE(w-RH-DebutAAAAMMJJ).
           IF w-RH-Ecart < zero
               MOVE zero TO w-RH-Ecart
           END-IF.
           MOVE w-RH-Ecart TO w-RH-JoursArret.
           IF FD-JoursArretAnterieurs IS NUMERIC
               ADD FD-JoursArretAnterieurs TO w-RH-JoursArret
           END-IF.

       Rechute-CumulerDossier.
           MOVE zero TO w-RH-JoursDossier.
           IF FD-DateDeclaration (1:2) IS NUMERIC
               AND FD-DateDeclaration (4:2) IS NUMERIC
               AND FD-DateDeclaration (7:4) IS NUMERIC
               MOVE FD-DateDeclaration (7:4)
                   TO w-RH-DebutAAAAMMJJ (1:4)
               MOVE FD-DateDeclaration (4:2)
                   TO w-RH-DebutAAAAMMJJ (5:2)
               MOVE FD-DateDeclaration (1:2)
                   TO w-RH-DebutAAAAMMJJ (7:2)
               IF FD-DateResolution (1:2) IS NUMERIC
                   AND FD-DateResolution (4:2) IS NUMERIC
                   AND FD-DateResolution (7:4) IS NUMERIC
                   MOVE FD-DateResolution (7:4)
                       TO w-RH-FinAAAAMMJJ (1:4)
                   MOVE FD-DateResolution (4:2)
                       TO w-RH-FinAAAAMMJJ (5:2)
                   MOVE FD-DateResolution (1:2)
                       TO w-RH-FinAAAAMMJJ (7:2)
               ELSE
                   MOVE w-RH-DateJour TO w-RH-FinAAAAMMJJ
               END-IF
               COMPUTE w-RH-Ecart =
                   FUNCTION INTEGER-OF-DATE(w-RH-FinAAAAMMJJ)
                   - FUNCTION INTEGER-OF-DATE(w-RH-DebutAAAAMMJJ)
               IF w-RH-Ecart > zero
                   MOVE w-RH-Ecart TO w-RH-JoursDossier
               END-IF
           END-IF.
           IF FD-JoursDossierAnterieurs IS NUMERIC
               ADD FD-JoursDossierAnterieurs TO w-RH-JoursDossier
           END-IF.
