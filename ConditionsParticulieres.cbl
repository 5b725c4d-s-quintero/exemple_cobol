      ******************************************************************
      * Author:
      * Date:
      * Purpose: Policy schedule (conditions particulieres) for every
      *          contract created, amended, renewed or reinstated
      *          today. Walks the day's contract history file
      *          (CTHISTOaaaammjj.DAT) and, for each CRE, AVT, REN or
      *          REI snapshot, prints from the snapshot the
      *          guarantees with their start dates and levels, each
      *          insured of ASSURES.DAT with their own cover, the
      *          beneficiary clause of DESIGBEN.DAT, the premium per
      *          instalment of the contract's fractionnement and the
      *          broker (CONDPART.cpy) to CONDPART.TXT, recorded on
      *          the correspondence register. A contract moved twice
      *          in the day gets a schedule per movement. No schedule
      *          is printed for a client flagged NPAI (returned mail);
      *          it is counted for the branch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConditionsParticulieres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCTHIS.
           COPY SELCLIEN.
           COPY SELASSUR.
           COPY SELDESIG.
           COPY SELCOURT.

           SELECT FichierConditions ASSIGN TO "CONDPART.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCTHIS.
           COPY FDCLIENT.
           COPY FDASSUR.
           COPY FDDESIG.
           COPY FDCOURT.

       FD  FichierConditions.
       01  Cnd-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTHIS.
           COPY WSCLIFS.
           COPY WSASSFS.
           COPY WSDESFS.
           COPY WSCOUFS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSNIVEAU.
           COPY WSPRIME.
           COPY WSPRIMV.
           COPY WSCONDP.
           COPY WSREGCR.

       01  w-DateDuJour                pic 9(8).
       01  w-FinHisto                  pic x value 'N'.
           88  FinHisto                value 'O'.
       01  w-ClientTrouve              pic x.
           88  ClientTrouve            value 'O'.
       01  w-CourtiersDispo            pic x value 'N'.
           88  CourtiersDispo          value 'O'.
       01  w-IdxLigne                  pic 9(3).

       01  w-NbPhotos                  pic 9(7) value zero.
       01  w-NbConditions              pic 9(7) value zero.
       01  w-NbRetenuesNPAI            pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'CONDPARTICULIERES' TO w-RC-Programme.
           MOVE 'CONDPARTICULIERES' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'O' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           IF RC-DejaExecute
               DISPLAY 'Job deja execute aujourd''hui, arret.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           STRING 'CTHISTO' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomHistoContrat.
           OPEN INPUT ContratHisto.
           IF w-ContratHisto-Status = '35'
               DISPLAY 'Aucun mouvement de contrat aujourd''hui.'
               MOVE 'O' TO w-FinHisto
           END-IF.

           OPEN INPUT ClientF.
           perform Assures-Ouvrir.
           perform Designations-Ouvrir.
           OPEN INPUT CourtierF.
           IF CourtierF-OK
               MOVE 'O' TO w-CourtiersDispo
           END-IF.
           OPEN OUTPUT FichierConditions.

           PERFORM Traiter-UnePhoto UNTIL FinHisto.

           IF w-ContratHisto-Status NOT = '35'
               CLOSE ContratHisto
           END-IF.
           CLOSE ClientF.
           CLOSE AssureF.
           CLOSE DesignationF.
           IF CourtiersDispo
               CLOSE CourtierF
           END-IF.
           CLOSE FichierConditions.

           DISPLAY 'Conditions particulieres editees: ' w-NbConditions
               ' sur ' w-NbPhotos ' mouvement(s).'.
           DISPLAY '  Retenues (NPAI): ' w-NbRetenuesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'mouvements=' w-NbPhotos ' editees=' w-NbConditions
               ' npai=' w-NbRetenuesNPAI
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      * Sans fichier des assures ou des designations, il est cree
      * vide: les conditions s'editent sans assure ni clause.
       Assures-Ouvrir.
           OPEN INPUT AssureF.
           IF w-AssureF-Status = '35'
               OPEN OUTPUT AssureF
               CLOSE AssureF
               OPEN INPUT AssureF
           END-IF.

       Designations-Ouvrir.
           OPEN INPUT DesignationF.
           IF w-DesignationF-Status = '35'
               OPEN OUTPUT DesignationF
               CLOSE DesignationF
               OPEN INPUT DesignationF
           END-IF.

      ******************************************************************
      * Seuls les mouvements qui changent ce que couvre le contrat
      * donnent des conditions particulieres: creation, avenant,
      * renouvellement, reintegration.
      ******************************************************************
       Traiter-UnePhoto.
           READ ContratHisto
               AT END MOVE 'O' TO w-FinHisto
           END-READ.
           IF NOT FinHisto
               IF FDH-TypeMouvement = 'CRE' OR FDH-TypeMouvement = 'AVT'
                   OR FDH-TypeMouvement = 'REN'
                   OR FDH-TypeMouvement = 'REI'
                   ADD 1 TO w-NbPhotos
                   perform Charger-Photo
                   perform Rechercher-Titulaire
                   IF ClientTrouve AND Beneficiaire-NPAI
                       ADD 1 TO w-NbRetenuesNPAI
                   ELSE
                       perform Editer-Conditions
                   END-IF
               END-IF
           END-IF.

       Charger-Photo.
           MOVE FDH-CodeContrat       TO w-CodeContrat OF Contrat.
           MOVE FDH-ref_CompteClient
               TO w-ref_CompteClient OF Contrat.
           MOVE FDH-DebutContrat      TO w-DebutContrat.
           MOVE FDH-FinContrat        TO w-FinContrat.
           MOVE FDH-IT                TO w-IT OF Contrat.
           MOVE FDH-IT-debut          TO w-IT-debut OF Contrat.
           MOVE FDH-IA                TO w-IA OF Contrat.
           MOVE FDH-IA-debut          TO w-IA-debut OF Contrat.
           MOVE FDH-PE                TO w-PE OF Contrat.
           MOVE FDH-PE-debut          TO w-PE-debut OF Contrat.
           MOVE FDH-DC                TO w-DC OF Contrat.
           MOVE FDH-DC-debut          TO w-DC-debut OF Contrat.
           MOVE FDH-MT                TO w-MT OF Contrat.
           MOVE FDH-MT-debut          TO w-MT-debut OF Contrat.
           MOVE FDH-CH                TO w-CH OF Contrat.
           MOVE FDH-CH-debut          TO w-CH-debut OF Contrat.
           MOVE FDH-CodeCourtier
               TO w-CodeCourtier OF Contrat.
           MOVE FDH-Fractionnement
               TO w-Fractionnement OF Contrat.
           MOVE FDH-IT-Indemnite      TO w-IT-Indemnite OF Contrat.
           MOVE FDH-IT-Franchise      TO w-IT-Franchise OF Contrat.
           MOVE FDH-DC-Capital        TO w-DC-Capital OF Contrat.

      * Sans titulaire au fichier, le document part sans nom ni
      * adresse et la prime aux tarifs plancher, comme partout.
       Rechercher-Titulaire.
           MOVE w-ref_CompteClient OF Contrat TO FD-CodeClient.
           READ ClientF
               KEY IS FD-CodeClient
               INVALID KEY
                   MOVE 'N' TO w-ClientTrouve
                   MOVE spaces TO Beneficiaire
               NOT INVALID KEY
                   MOVE 'O' TO w-ClientTrouve
                   MOVE FD-Client TO Beneficiaire
           END-READ.

       Editer-Conditions.
           MOVE 'C' TO w-CD-TypeDocument.
           MOVE FDH-DateHistorique TO w-CD-DateEffetX.
           IF w-CD-DateEffetX IS NOT NUMERIC
               MOVE w-DateDuJour TO w-CD-DateEffet
           END-IF.
           MOVE FDH-TypeMouvement TO w-CD-TypeMouvement.
           MOVE w-Nom OF Beneficiaire          TO w-CD-Nom.
           MOVE w-Prenom OF Beneficiaire       TO w-CD-Prenom.
           MOVE w-Adresse OF Beneficiaire      TO w-CD-Adresse.
           MOVE w-CodePostal OF Beneficiaire   TO w-CD-CodePostal.
           MOVE w-Ville OF Beneficiaire        TO w-CD-Ville.
           MOVE w-DateNaissance OF Beneficiaire TO w-CD-DateNaissance.
           perform Conditions-Composer.

           MOVE w-ref_CompteClient OF Contrat TO w-RG-CodeClient.
           MOVE w-CodeContrat OF Contrat TO w-RG-Reference.
           MOVE 'CONDPART' TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Cnd-Ligne.
           WRITE Cnd-Ligne.
           PERFORM Ecrire-LigneConditions
               VARYING w-IdxLigne FROM 1 BY 1
               UNTIL w-IdxLigne > w-CD-NbLignes.
           ADD 1 TO w-NbConditions.

       Ecrire-LigneConditions.
           MOVE w-CD-Ligne (w-IdxLigne) TO Cnd-Ligne.
           MOVE Cnd-Ligne TO w-RG-Ligne.
           WRITE Cnd-Ligne.
           perform Courrier-Ligne.

      ************Conditions particulieres et attestation************
           COPY CONDPART.

      ************Niveaux de garantie du contrat et de l'assure*******
           COPY NIVEAUX.
           COPY NIVASSUR.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM ConditionsParticulieres.
