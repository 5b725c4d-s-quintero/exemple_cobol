      *          way ConsolidationJournaux walks the journals) and
      *          counts the movements by type - creations, avenants,
      *          suspensions, archivages, reintegrations,
      *          resiliations, renouvellements, transferts
      *          d'apporteur - with the premium
      *          volume of each, priced through CalculPrime off the
      *          snapshot and the holder's birth date. Closes with
      *          the in-force position at month end: active contracts
           COPY WSCLIFS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSPRIME.
           COPY WSPRIMV.

       01  w-PeriodeDemandee           pic x(6).
       01  w-PrimeContrat              pic 9(7)v99.

      * Mouvements du mois, dans l'ordre CRE AVT SUS ARC REI RES
      * REN TRF, plus AUT pour les photos sans type (historique
      * ancien).
       01  w-MouvTable.
           05  filler                  pic x(3) value 'CRE'.
           05  filler                  pic x(3) value 'AVT'.
           05  filler                  pic x(3) value 'REI'.
           05  filler                  pic x(3) value 'RES'.
           05  filler                  pic x(3) value 'REN'.
           05  filler                  pic x(3) value 'TRF'.
           05  filler                  pic x(3) value 'AUT'.
       01  w-MouvListe redefines w-MouvTable.
           05  w-MouvType              occurs 9 times pic x(3).
       01  w-Libelles.
           05  filler pic x(15) value 'Affaires nouv. '.
           05  filler pic x(15) value 'Avenants       '.
           05  filler pic x(15) value 'Reintegrations '.
           05  filler pic x(15) value 'Resiliations   '.
           05  filler pic x(15) value 'Renouvellements'.
           05  filler pic x(15) value 'Transferts     '.
           05  filler pic x(15) value 'Autres         '.
       01  w-LibellesListe redefines w-Libelles.
           05  w-MouvLibelle           occurs 9 times pic x(15).
       01  w-Comptes.
           05  w-MouvNombre            occurs 9 times pic 9(7).
       01  w-Primes.
           05  w-MouvPrime             occurs 9 times pic 9(11)v99.
       01  w-Idx                       pic 9(2).

       01  w-NbEnVigueur               pic 9(7) value zero.
       01  w-PrimeEnVigueur            pic 9(11)v99 value zero.
           DISPLAY 'Periode du bordereau (AAAAMM): '.
           ACCEPT w-PeriodeDemandee.

           PERFORM VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 9
               MOVE zero TO w-MouvNombre (w-Idx)
               MOVE zero TO w-MouvPrime (w-Idx)
           END-PERFORM.
           END-READ.
           IF NOT FinHisto
               PERFORM VARYING w-Idx FROM 1 BY 1
                   UNTIL w-Idx > 8
                   OR w-MouvType (w-Idx) = FDH-TypeMouvement
                   CONTINUE
               END-PERFORM
               IF w-Idx > 8
                   MOVE 9 TO w-Idx
               END-IF
               ADD 1 TO w-MouvNombre (w-Idx)
               perform Valoriser-Photo
               TO w-CodeCourtier OF Contrat.
           MOVE FDH-Fractionnement
               TO w-Fractionnement OF Contrat.
           MOVE FDH-IT-Indemnite      TO w-IT-Indemnite OF Contrat.
           MOVE FDH-IT-Franchise      TO w-IT-Franchise OF Contrat.
           MOVE FDH-DC-Capital        TO w-DC-Capital OF Contrat.
           perform Rechercher-Titulaire.
           MOVE 'P' TO w-CP-Fonction.
           CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
               w-DateNaissance OF Beneficiaire, w-DateDuJour,
               w-PrimeContrat, VentilationPrime.
           ADD w-PrimeContrat TO w-MouvPrime (w-Idx).
                   OR w-MT OF Contrat = 'O' OR w-CH OF Contrat = 'O'
                   ADD 1 TO w-NbEnVigueur
                   perform Rechercher-Titulaire
                   MOVE 'P' TO w-CP-Fonction
                   CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                       w-DateNaissance OF Beneficiaire,
                       w-DateDuJour, w-PrimeContrat,
                       VentilationPrime
           MOVE 'Mouvement        Nombre   Volume de primes'
               TO Rap-Ligne.
           WRITE Rap-Ligne.
           PERFORM VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 9
               MOVE w-MouvPrime (w-Idx) TO w-Edite1
               STRING w-MouvLibelle (w-Idx) ' '
                   w-MouvNombre (w-Idx) '  ' w-Edite1
