      *          released on settlement (claims resolved this month)
      *          and revisions of existing files (the remainder).
      *          The month's totals are then snapshot to RESMOIS.DAT
      *          for next month's comparison, each type's reserve
      *          split by accident year for the development
      *          triangles. This is the accountant's outstanding
      *          claims liability figure - a number, not a guess; the
      *          latest IBNR estimate of the triangles run (IBNR.DAT)
      *          is shown beside it, the estimate it is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELSINIS.
           COPY SELRESMO.
           COPY SELCESS.
           COPY SELIBNR.

           SELECT RapportReserves ASSIGN TO "RAPRES.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY FDSINISF.
           COPY FDRESMO.
           COPY FDCESS.
           COPY FDIBNR.

       FD  RapportReserves.
       01  Rap-Ligne                   pic x(120).
           COPY WSSINFS.
           COPY WSRESFS.
           COPY WSCESFS.
           COPY WSIBNFS.

       01  w-CessionsDispo             pic x value 'N'.
           88  CessionsDispo           value 'O'.
       01  w-Precedents.
           05  w-PrecedentType         occurs 6 times pic 9(11)v99.

      * Provision des dossiers ouverts par annee de survenance: la
      * case 10 est l'annee courante, la case 1 cumule l'annee
      * courante - 9 et les precedentes.
       01  w-Survenances.
           05  w-SurvType              occurs 6 times.
               10  w-SurvMontant       occurs 10 times pic 9(11)v99.
       01  w-AnneeCourante             pic 9(4).
       01  w-AnneeSinistre             pic 9(4).
       01  w-Case                      pic s9(5).
       01  w-IdxAn                     pic 9(2).

      * Derniere estimation IBNR connue par type.
       01  w-IbnrDispo                 pic x value 'N'.
           88  IbnrDispo               value 'O'.
       01  w-FinIbnr                   pic x.
           88  FinIbnr                 value 'O'.
       01  w-Ibnrs.
           05  w-IbnrType              occurs 6 times pic 9(11)v99.
       01  w-IbnrPeriodes.
           05  w-IbnrPeriode           occurs 6 times pic x(6).
       01  w-TotalIbnr                 pic 9(11)v99 value zero.
       01  w-TotalAvecIbnr             pic 9(11)v99.

       01  w-Idx                       pic 9.
       01  w-Mouvement                 pic s9(11)v99.
       01  w-Revision                  pic s9(11)v99.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour (1:6) TO w-PeriodeCourante.
           MOVE w-DateDuJour (1:4) TO w-AnneeCourante.
           MOVE w-DateDuJour (1:4) TO w-Prec-AAAA.
           MOVE w-DateDuJour (5:2) TO w-Prec-MM.
           IF w-Prec-MM = 01
               MOVE zero TO w-LibereeType (w-Idx)
               MOVE zero TO w-PrecedentType (w-Idx)
           END-PERFORM.
           MOVE zero TO w-Survenances.

           OPEN INPUT SinisF.
           perform ReserveMois-Ouvrir.
           perform Lire-MoisPrecedent.
           perform Imprimer-Rapport.
           perform Valoriser-Reassurance.
           perform Rapporter-Ibnr.
           perform Ecrire-Snapshot.

           CLOSE SinisF.
               OR FD-DateResolution = low-values
               ADD FD-MontantReserve TO w-TotalType (w-Idx)
               ADD 1 TO w-NombreType (w-Idx)
               perform Ventiler-Survenance
               IF FD-DateDeclaration NOT = spaces
                   STRING FD-DateDeclaration (7:4)
                       FD-DateDeclaration (4:2)
               END-IF
           END-IF.

      ******************************************************************
      * Annee de survenance = annee de FD-DateSinistre (JJ/MM/AAAA);
      * illisible, le dossier va dans l'annee courante.
      ******************************************************************
       Ventiler-Survenance.
           MOVE w-AnneeCourante TO w-AnneeSinistre.
           IF FD-DateSinistre (7:4) NUMERIC
               MOVE FD-DateSinistre (7:4) TO w-AnneeSinistre
           END-IF.
           COMPUTE w-Case = w-AnneeSinistre - w-AnneeCourante + 10.
           IF w-Case < 1
               MOVE 1 TO w-Case
           END-IF.
           IF w-Case > 10
               MOVE 10 TO w-Case
           END-IF.
           ADD FD-MontantReserve TO w-SurvMontant (w-Idx, w-Case).

       Lire-MoisPrecedent.
           PERFORM VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               MOVE w-PeriodePrec TO FDM-Periode
               MOVE w-TypeSin (w-Idx) TO FDM-TypeSinistre
               MOVE w-TotalType (w-Idx) TO FDM-MontantTotal
               MOVE w-NombreType (w-Idx) TO FDM-NbSinistres
               PERFORM Ecrire-Survenance
                   VARYING w-IdxAn FROM 1 BY 1 UNTIL w-IdxAn > 10
               WRITE FDM-ReserveMois
                   INVALID KEY
                       REWRITE FDM-ReserveMois
               END-WRITE
           END-PERFORM.

       Ecrire-Survenance.
           COMPUTE FDM-AnneeSurvenance (w-IdxAn) =
               w-AnneeCourante - 10 + w-IdxAn.
           MOVE w-SurvMontant (w-Idx, w-IdxAn)
               TO FDM-ReserveSurvenance (w-IdxAn).

      ******************************************************************
      * Annexe IBNR: la derniere estimation des triangles pour chaque
      * type (periode de cloture au plus la periode courante), et la
      * provision totale qui en resulte. Sans fichier IBNR, l'annexe
      * est omise.
      ******************************************************************
       Rapporter-Ibnr.
           MOVE zero TO w-Ibnrs.
           MOVE spaces TO w-IbnrPeriodes.
           OPEN INPUT IbnrF.
           IF IbnrF-OK
               MOVE 'O' TO w-IbnrDispo
           END-IF.
           IF IbnrDispo
               MOVE 'N' TO w-FinIbnr
               MOVE LOW-VALUES TO FDIB-CleIbnr
               START IbnrF KEY IS NOT LESS THAN FDIB-CleIbnr
                   INVALID KEY MOVE 'O' TO w-FinIbnr
               END-START
               PERFORM Lire-UnIbnr UNTIL FinIbnr
               CLOSE IbnrF

               MOVE spaces TO Rap-Ligne
               WRITE Rap-Ligne
               MOVE 'Annexe IBNR (sinistres survenus non declares)'
                   TO Rap-Ligne
               WRITE Rap-Ligne
               PERFORM Imprimer-UnIbnr
                   VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               MOVE w-TotalIbnr TO w-Edite1
               MOVE spaces TO Rap-Ligne
               STRING 'Total IBNR                  : ' w-Edite1
                   ' EUR' DELIMITED BY SIZE INTO Rap-Ligne
               WRITE Rap-Ligne
               COMPUTE w-TotalAvecIbnr = w-TotalGeneral + w-TotalIbnr
               MOVE w-TotalAvecIbnr TO w-Edite2
               MOVE spaces TO Rap-Ligne
               STRING 'Provision totale avec IBNR  : ' w-Edite2
                   ' EUR' DELIMITED BY SIZE INTO Rap-Ligne
               WRITE Rap-Ligne
           END-IF.

       Lire-UnIbnr.
           READ IbnrF NEXT RECORD
               AT END MOVE 'O' TO w-FinIbnr
           END-READ.
           IF NOT FinIbnr
               IF FDIB-Periode <= w-PeriodeCourante
                   PERFORM Retenir-Ibnr
                       VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               END-IF
           END-IF.

      * Cle periode + type: la derniere lue d'un type est la plus
      * recente.
       Retenir-Ibnr.
           IF w-TypeSin (w-Idx) = FDIB-TypeSinistre
               MOVE FDIB-MontantIbnr TO w-IbnrType (w-Idx)
               MOVE FDIB-Periode TO w-IbnrPeriode (w-Idx)
           END-IF.

       Imprimer-UnIbnr.
           MOVE w-IbnrType (w-Idx) TO w-Edite1.
           MOVE spaces TO Rap-Ligne.
           STRING w-TypeSin (w-Idx) '  ' w-Edite1 '  estimation '
               w-IbnrPeriode (w-Idx) DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           ADD w-IbnrType (w-Idx) TO w-TotalIbnr.

      * END PROGRAM ValorisationReserves.
