      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly status extract to the client space of the web
      *          portal (PORTAIL.TXT). Each changed contract goes out
      *          with its status and its six guarantees with their
      *          start dates, each quittance with its status and
      *          amount, each claim with its status, the pieces still
      *          missing and the payments made. The contracts are
      *          those of the day's contract delta file and the day's
      *          contract history file; the quittances and claims are
      *          read from their registers. Every record is compared
      *          with the image last sent, kept in PORTETAT.DAT, and
      *          goes out as an insert (I), an update (U) or - once it
      *          has left the registers - a delete (D); an unchanged
      *          record does not go out again.
      *          Without a state file (initial load, or after it has
      *          been removed to reload the portal) the run is a full
      *          refresh: a purge line (R) first, then every contract,
      *          quittance and claim on file as inserts.
      *          The file carries the interface header and trailer
      *          (type PORTAIL), the trailer total being the quittance
      *          amounts and the claim payments of the detail lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportPortail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCONTR.
           COPY SELQUITT.
           COPY SELSINIS.
           COPY SELPIECE.
           COPY SELPAIEM.
           COPY SELDLTCT.
           COPY SELCTHIS.
           COPY SELPORT.

           SELECT FichierPortail ASSIGN TO "PORTAIL.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCONTRA.
           COPY FDQUITT.
           COPY FDSINISF.
           COPY FDPIECE.
           COPY FDPAIEM.
           COPY FDDLTCT.
           COPY FDCTHIS.
           COPY FDPORT.

       FD  FichierPortail.
       01  Ptl-Ligne                   pic x(200).
           COPY FDFLUX.

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSCNTFS.
           COPY WSQUIFS.
           COPY WSSINFS.
           COPY WSPJFS.
           COPY WSPAIFS.
           COPY WSDLTCT.
           COPY WSCTHIS.
           COPY WSPORFS.

      * Mode du passage: COMPLET quand l'etat du portail est absent
      * (chargement initial), DELTA sinon.
       01  w-ModeLibelle               pic x(7).
           88  ModeComplet             value 'COMPLET'.
       01  w-QuittancesDispo           pic x value 'N'.
           88  QuittancesDispo         value 'O'.
       01  w-PiecesDispo               pic x value 'N'.
           88  PiecesDispo             value 'O'.
       01  w-PaiementsDispo            pic x value 'N'.
           88  PaiementsDispo          value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-DateDuJourX8 redefines w-DateDuJour pic x(8).
       01  w-DateFinX8                 pic x(8).
       01  w-FinLecture                pic x.
           88  FinLecture              value 'O'.
       01  w-FinDetail                 pic x.
           88  FinDetail               value 'O'.
       01  w-EnregExiste               pic x.
           88  EnregExiste             value 'O'.
       01  w-NbGarantiesActives        pic 9.
       01  w-NbGarantiesConnues        pic 9.
       01  w-IdxGar                    pic 9.
       01  w-NbPiecesManquantes        pic 9(2).
       01  w-NbPaiements               pic 9(2).
       01  w-TotalPaye                 pic 9(9)v99.
       01  w-DernierPaiement           pic x(8).
       01  w-MontantLigne              pic 9(9)v99.

       01  w-LignePortail.
      * I insertion, U mise a jour, D suppression, R purge de l'espace
      * client avant rechargement complet.
           05  LP-Action               pic x.
           05  filler                  pic x.
           05  LP-TypeEnreg            pic x(3).
           05  filler                  pic x.
           05  LP-CodeClient           pic x(10).
           05  filler                  pic x.
           05  LP-Cle                  pic x(16).
           05  filler                  pic x.
           05  LP-Donnees              pic x(150).
      * Contrat - statut: V en vigueur, S suspendu (plus aucune
      * garantie active), R resiliation a venir, T termine.
           05  LP-DonneesContrat redefines LP-Donnees.
               10  LP-CT-Statut        pic x.
               10  filler              pic x.
               10  LP-CT-Debut         pic x(10).
               10  filler              pic x.
               10  LP-CT-Fin           pic x(10).
               10  filler              pic x.
               10  LP-CT-Fractionnement pic x.
               10  filler              pic x.
               10  LP-CT-Garantie      occurs 6 times.
                   15  LP-CT-GarCode   pic xx.
                   15  LP-CT-GarFlag   pic x.
                   15  LP-CT-GarDebut  pic x(10).
                   15  filler          pic x.
               10  LP-CT-Courtier      pic x(10).
               10  filler              pic x(30).
      * Quittance - statut de FDQUITT (D due, E exportee, P payee,
      * I impayee).
           05  LP-DonneesQuittance redefines LP-Donnees.
               10  LP-QT-Periode       pic x(6).
               10  filler              pic x.
               10  LP-QT-Statut        pic x.
               10  filler              pic x.
               10  LP-QT-Montant       pic -(7)9.99.
               10  filler              pic x.
               10  LP-QT-DateReglement pic x(8).
               10  filler              pic x.
               10  LP-QT-NiveauRelance pic 9.
               10  filler              pic x.
               10  LP-QT-ModeReglement pic x.
               10  filler              pic x(116).
      * Sinistre - statut: O en cours, V reglement en attente de
      * validation, A accepte et regle, R refuse.
           05  LP-DonneesSinistre redefines LP-Donnees.
               10  LP-SN-Contrat       pic x(10).
               10  filler              pic x.
               10  LP-SN-Type          pic xx.
               10  filler              pic x.
               10  LP-SN-DateSinistre  pic x(10).
               10  filler              pic x.
               10  LP-SN-Statut        pic x.
               10  filler              pic x.
               10  LP-SN-DateResolution pic x(10).
               10  filler              pic x.
               10  LP-SN-MontantRegle  pic -(7)9.99.
               10  filler              pic x.
               10  LP-SN-NbPiecesManq  pic 9(2).
               10  filler              pic x.
               10  LP-SN-PieceManq     occurs 5 times pic x(8).
               10  filler              pic x.
               10  LP-SN-TotalPaye     pic -(9)9.99.
               10  filler              pic x.
               10  LP-SN-NbPaiements   pic 9(2).
               10  filler              pic x.
               10  LP-SN-DernierPaiement pic x(8).
               10  filler              pic x(29).

       01  w-NbInsertions              pic 9(7) value zero.
       01  w-NbMisesAJour              pic 9(7) value zero.
       01  w-NbSuppressions            pic 9(7) value zero.
       01  w-NbInchanges               pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'EXPORTPORTAIL' TO w-RC-Programme.
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

           perform Etat-Ouvrir.
           OPEN INPUT ContratF.
           OPEN INPUT SinisF.
           OPEN INPUT QuittanceF.
           IF QuittanceF-OK
               MOVE 'O' TO w-QuittancesDispo
           END-IF.
           OPEN INPUT PieceF.
           IF PieceF-OK
               MOVE 'O' TO w-PiecesDispo
           END-IF.
           OPEN INPUT PaiementF.
           IF PaiementF-OK
               MOVE 'O' TO w-PaiementsDispo
           END-IF.

           OPEN OUTPUT FichierPortail.
           MOVE 'PORTAIL' TO w-FX-TypeFichier.
           perform Flux-EcrireEntete.

           IF ModeComplet
               perform Ecrire-Purge
               perform Contrats-Complet
           ELSE
               perform Contrats-Deltas
               perform Contrats-Historique
           END-IF.
           IF QuittancesDispo
               perform Quittances-Balayer
           END-IF.
           perform Sinistres-Balayer.
           perform Suppressions-Balayer.

           perform Flux-EcrirePied.
           CLOSE FichierPortail.
           CLOSE ContratF.
           CLOSE SinisF.
           IF QuittancesDispo
               CLOSE QuittanceF
           END-IF.
           IF PiecesDispo
               CLOSE PieceF
           END-IF.
           IF PaiementsDispo
               CLOSE PaiementF
           END-IF.
           CLOSE EtatPortailF.

           DISPLAY 'Extrait portail (mode ' w-ModeLibelle ') termine.'.
           DISPLAY '  Insertions   : ' w-NbInsertions.
           DISPLAY '  Mises a jour : ' w-NbMisesAJour.
           DISPLAY '  Suppressions : ' w-NbSuppressions.
           DISPLAY '  Inchanges    : ' w-NbInchanges.

           MOVE 'F' TO w-RC-Action.
           STRING 'mode=' w-ModeLibelle ' ins=' w-NbInsertions
               ' maj=' w-NbMisesAJour ' sup=' w-NbSuppressions
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * Pas d'etat du portail: il est cree vide et le passage est un
      * rechargement complet.
      ******************************************************************
       Etat-Ouvrir.
           MOVE 'DELTA' TO w-ModeLibelle.
           OPEN I-O EtatPortailF.
           IF NOT EtatPortailF-OK
               IF w-EtatPortailF-Status = '35'
                   MOVE 'COMPLET' TO w-ModeLibelle
                   OPEN OUTPUT EtatPortailF
                   CLOSE EtatPortailF
                   OPEN I-O EtatPortailF
               END-IF
           END-IF.

       Ecrire-Purge.
           MOVE spaces TO w-LignePortail.
           MOVE 'R' TO LP-Action.
           MOVE 'ALL' TO LP-TypeEnreg.
           MOVE w-LignePortail TO Ptl-Ligne.
           WRITE Ptl-Ligne.
           MOVE zero TO w-FX-Montant.
           perform Flux-CompterLigne.

      ******************************************************************
      * Contrats: tout le maitre au rechargement complet; sinon les
      * cles du fichier delta du jour et les contrats du fichier
      * historique du jour (suspension, resiliation, reintegration).
      * Un contrat vu deux fois ne repart pas: son image est deja a
      * jour.
      ******************************************************************
       Contrats-Complet.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FD-CodeContrat.
           START ContratF KEY IS NOT LESS THAN FD-CodeContrat
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Contrats-LireSuivant UNTIL FinLecture.

       Contrats-LireSuivant.
           READ ContratF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               perform Contrat-Publier
           END-IF.

       Contrats-Deltas.
           MOVE 'N' TO w-FinLecture.
           STRING 'DLTCTR' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaContrat.
           OPEN INPUT DeltaContrat.
           IF w-DeltaContrat-Status NOT = '00'
               MOVE 'O' TO w-FinLecture
           END-IF.
           PERFORM Contrats-UnDelta UNTIL FinLecture.
           IF w-DeltaContrat-Status NOT = '35'
               CLOSE DeltaContrat
           END-IF.

       Contrats-UnDelta.
           READ DeltaContrat
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               MOVE DLK-CodeContrat TO FD-CodeContrat
               perform Contrat-LireEtPublier
           END-IF.

       Contrats-Historique.
           MOVE 'N' TO w-FinLecture.
           STRING 'CTHISTO' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomHistoContrat.
           OPEN INPUT ContratHisto.
           IF w-ContratHisto-Status NOT = '00'
               MOVE 'O' TO w-FinLecture
           END-IF.
           PERFORM Contrats-UnHistorique UNTIL FinLecture.
           IF w-ContratHisto-Status NOT = '35'
               CLOSE ContratHisto
           END-IF.

       Contrats-UnHistorique.
           READ ContratHisto
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               MOVE FDH-CodeContrat TO FD-CodeContrat
               perform Contrat-LireEtPublier
           END-IF.

      * Un contrat sorti du maitre (archive) part en suppression au
      * balayage de l'etat.
       Contrat-LireEtPublier.
           READ ContratF
               KEY IS FD-CodeContrat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   perform Contrat-Publier
           END-READ.

       Contrat-Publier.
           MOVE spaces TO w-LignePortail.
           MOVE 'CTR' TO LP-TypeEnreg.
           MOVE FD-ref_CompteClient TO LP-CodeClient.
           MOVE FD-CodeContrat TO LP-Cle.
           MOVE FD-DebutContrat TO LP-CT-Debut.
           MOVE FD-FinContrat (1:10) TO LP-CT-Fin.
           MOVE FD-Fractionnement TO LP-CT-Fractionnement.
           MOVE FD-CodeCourtier TO LP-CT-Courtier.
           MOVE 'IT' TO LP-CT-GarCode (1).
           MOVE FD-IT TO LP-CT-GarFlag (1).
           MOVE FD-IT-debut TO LP-CT-GarDebut (1).
           MOVE 'IA' TO LP-CT-GarCode (2).
           MOVE FD-IA TO LP-CT-GarFlag (2).
           MOVE FD-IA-debut TO LP-CT-GarDebut (2).
           MOVE 'PE' TO LP-CT-GarCode (3).
           MOVE FD-PE TO LP-CT-GarFlag (3).
           MOVE FD-PE-debut TO LP-CT-GarDebut (3).
           MOVE 'DC' TO LP-CT-GarCode (4).
           MOVE FD-DC TO LP-CT-GarFlag (4).
           MOVE FD-DC-debut TO LP-CT-GarDebut (4).
           MOVE 'MT' TO LP-CT-GarCode (5).
           MOVE FD-MT TO LP-CT-GarFlag (5).
           MOVE FD-MT-debut TO LP-CT-GarDebut (5).
           MOVE 'CH' TO LP-CT-GarCode (6).
           MOVE FD-CH TO LP-CT-GarFlag (6).
           MOVE FD-CH-debut TO LP-CT-GarDebut (6).
           perform Contrat-Statut.
           MOVE zero TO w-MontantLigne.
           perform Publier-Enregistrement.

      ******************************************************************
      * Statut du contrat: une date de fin (JJ/MM/AAAA) passee le
      * termine, a venir c'est une resiliation programmee; sans date
      * de fin, un contrat qui a eu des garanties et n'en a plus
      * aucune d'active est suspendu.
      ******************************************************************
       Contrat-Statut.
           MOVE 'V' TO LP-CT-Statut.
           MOVE zero TO w-NbGarantiesActives.
           MOVE zero TO w-NbGarantiesConnues.
           PERFORM Contrat-CompterGarantie
               VARYING w-IdxGar FROM 1 BY 1 UNTIL w-IdxGar > 6.
           IF w-NbGarantiesActives = zero
               AND w-NbGarantiesConnues > zero
               MOVE 'S' TO LP-CT-Statut
           END-IF.
           IF FD-FinContrat (1:2) NUMERIC
               AND FD-FinContrat (4:2) NUMERIC
               AND FD-FinContrat (7:4) NUMERIC
               STRING FD-FinContrat (7:4) FD-FinContrat (4:2)
                   FD-FinContrat (1:2)
                   DELIMITED BY SIZE INTO w-DateFinX8
               IF w-DateFinX8 > w-DateDuJourX8
                   MOVE 'R' TO LP-CT-Statut
               ELSE
                   MOVE 'T' TO LP-CT-Statut
               END-IF
           END-IF.

       Contrat-CompterGarantie.
           IF LP-CT-GarFlag (w-IdxGar) = 'O'
               ADD 1 TO w-NbGarantiesActives
           END-IF.
           IF LP-CT-GarDebut (w-IdxGar) NOT = spaces
               ADD 1 TO w-NbGarantiesConnues
           END-IF.

      ******************************************************************
      * Quittances: tout le registre, chacune comparee a l'image deja
      * envoyee - un impaye ou un reglement n'ecrit pas de delta.
      ******************************************************************
       Quittances-Balayer.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FDQ-CleQuittance.
           START QuittanceF KEY IS NOT LESS THAN FDQ-CleQuittance
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Quittances-LireSuivante UNTIL FinLecture.

       Quittances-LireSuivante.
           READ QuittanceF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               perform Quittance-Publier
           END-IF.

       Quittance-Publier.
           MOVE spaces TO w-LignePortail.
           MOVE 'QUI' TO LP-TypeEnreg.
           MOVE FDQ-ref_CodeClient TO LP-CodeClient.
           MOVE FDQ-CleQuittance TO LP-Cle.
           MOVE FDQ-Periode TO LP-QT-Periode.
           MOVE FDQ-Statut TO LP-QT-Statut.
           MOVE FDQ-MontantDu TO LP-QT-Montant.
           MOVE FDQ-DateReglement TO LP-QT-DateReglement.
           MOVE FDQ-NiveauRelance TO LP-QT-NiveauRelance.
           MOVE FDQ-ModeReglement TO LP-QT-ModeReglement.
           MOVE FDQ-MontantDu TO w-MontantLigne.
           perform Publier-Enregistrement.

      ******************************************************************
      * Sinistres: tout le registre, avec pour chacun les pieces
      * encore attendues (les cinq premieres par code) et le cumul
      * des paiements du registre des paiements.
      ******************************************************************
       Sinistres-Balayer.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FD-CodeSinistre.
           START SinisF KEY IS NOT LESS THAN FD-CodeSinistre
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Sinistres-LireSuivant UNTIL FinLecture.

       Sinistres-LireSuivant.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               perform Sinistre-Publier
           END-IF.

       Sinistre-Publier.
           MOVE spaces TO w-LignePortail.
           MOVE 'SIN' TO LP-TypeEnreg.
           MOVE FD-ref_CodeClient TO LP-CodeClient.
           MOVE FD-CodeSinistre TO LP-Cle.
           MOVE FD-ref_CodeContrat TO LP-SN-Contrat.
           MOVE FD-TypeSinistre TO LP-SN-Type.
           MOVE FD-DateSinistre TO LP-SN-DateSinistre.
           MOVE FD-DateResolution TO LP-SN-DateResolution.
           MOVE FD-MontantRegle TO LP-SN-MontantRegle.
           IF FD-DecisionReglement = 'R'
               MOVE 'R' TO LP-SN-Statut
           ELSE
               IF Reglement-EnAttente
                   MOVE 'V' TO LP-SN-Statut
               ELSE
                   IF FD-DecisionReglement = 'A'
                       AND FD-DateResolution NOT = spaces
                       MOVE 'A' TO LP-SN-Statut
                   ELSE
                       MOVE 'O' TO LP-SN-Statut
                   END-IF
               END-IF
           END-IF.
           perform Sinistre-Pieces.
           perform Sinistre-Paiements.
           MOVE w-TotalPaye TO w-MontantLigne.
           perform Publier-Enregistrement.

       Sinistre-Pieces.
           MOVE zero TO w-NbPiecesManquantes.
           IF PiecesDispo
               MOVE 'N' TO w-FinDetail
               MOVE FD-CodeSinistre TO FDPJ-CodeSinistre
               MOVE LOW-VALUES TO FDPJ-CodePiece
               START PieceF KEY IS NOT LESS THAN FDPJ-ClePiece
                   INVALID KEY MOVE 'O' TO w-FinDetail
               END-START
               PERFORM Sinistre-UnePiece UNTIL FinDetail
           END-IF.
           MOVE w-NbPiecesManquantes TO LP-SN-NbPiecesManq.

       Sinistre-UnePiece.
           READ PieceF NEXT RECORD
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               IF FDPJ-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-FinDetail
               ELSE
                   IF FDPJ-DateReception = spaces
                       AND w-NbPiecesManquantes < 99
                       ADD 1 TO w-NbPiecesManquantes
                       IF w-NbPiecesManquantes NOT > 5
                           MOVE FDPJ-CodePiece
                               TO LP-SN-PieceManq (w-NbPiecesManquantes)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Sinistre-Paiements.
           MOVE zero TO w-NbPaiements.
           MOVE zero TO w-TotalPaye.
           MOVE spaces TO w-DernierPaiement.
           IF PaiementsDispo
               MOVE 'N' TO w-FinDetail
               MOVE FD-CodeSinistre TO FDP-CodeSinistre
               MOVE zero TO FDP-NumPaiement
               START PaiementF KEY IS NOT LESS THAN FDP-ClePaiement
                   INVALID KEY MOVE 'O' TO w-FinDetail
               END-START
               PERFORM Sinistre-UnPaiement UNTIL FinDetail
           END-IF.
           MOVE w-NbPaiements TO LP-SN-NbPaiements.
           MOVE w-TotalPaye TO LP-SN-TotalPaye.
           MOVE w-DernierPaiement TO LP-SN-DernierPaiement.

       Sinistre-UnPaiement.
           READ PaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               IF FDP-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-FinDetail
               ELSE
                   ADD 1 TO w-NbPaiements
                   ADD FDP-MontantPaye TO w-TotalPaye
                   IF FDP-DatePaiement > w-DernierPaiement
                       OR w-DernierPaiement = spaces
                       MOVE FDP-DatePaiement TO w-DernierPaiement
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Comparaison a l'image deja envoyee: absente, insertion; autre,
      * mise a jour; identique, rien ne part. L'etat est mis a jour
      * avec ce qui part.
      ******************************************************************
       Publier-Enregistrement.
           MOVE LP-TypeEnreg TO FDPE-TypeEnreg.
           MOVE LP-Cle TO FDPE-CleEnreg.
           READ EtatPortailF
               KEY IS FDPE-Cle
               INVALID KEY
                   MOVE 'I' TO LP-Action
                   MOVE LP-TypeEnreg TO FDPE-TypeEnreg
                   MOVE LP-Cle TO FDPE-CleEnreg
                   MOVE LP-CodeClient TO FDPE-CodeClient
                   MOVE w-DateDuJour TO FDPE-DateEnvoi
                   MOVE LP-Donnees TO FDPE-Image
                   WRITE FDPE-Etat
                       INVALID KEY
                           DISPLAY 'Erreur WRITE etat portail '
                               FDPE-Cle
                   END-WRITE
               NOT INVALID KEY
                   IF FDPE-CodeClient = LP-CodeClient
                       AND FDPE-Image = LP-Donnees
                       MOVE space TO LP-Action
                   ELSE
                       MOVE 'U' TO LP-Action
                       MOVE LP-CodeClient TO FDPE-CodeClient
                       MOVE w-DateDuJour TO FDPE-DateEnvoi
                       MOVE LP-Donnees TO FDPE-Image
                       REWRITE FDPE-Etat
                           INVALID KEY
                               DISPLAY 'Erreur REWRITE etat portail '
                                   FDPE-Cle
                       END-REWRITE
                   END-IF
           END-READ.
           IF LP-Action = space
               ADD 1 TO w-NbInchanges
           ELSE
               IF LP-Action = 'I'
                   ADD 1 TO w-NbInsertions
               ELSE
                   ADD 1 TO w-NbMisesAJour
               END-IF
               MOVE w-LignePortail TO Ptl-Ligne
               WRITE Ptl-Ligne
               MOVE w-MontantLigne TO w-FX-Montant
               perform Flux-CompterLigne
           END-IF.

      ******************************************************************
      * Suppressions: tout enregistrement de l'etat dont le contrat,
      * la quittance ou le sinistre n'est plus au registre (contrat
      * archive, client fusionne ou anonymise) part en suppression et
      * sort de l'etat. Sans registre des quittances, leurs images
      * sont laissees en place.
      ******************************************************************
       Suppressions-Balayer.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FDPE-Cle.
           START EtatPortailF KEY IS NOT LESS THAN FDPE-Cle
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Suppressions-UnEtat UNTIL FinLecture.

       Suppressions-UnEtat.
           READ EtatPortailF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               MOVE 'O' TO w-EnregExiste
               EVALUATE FDPE-TypeEnreg
                   WHEN 'CTR'
                       MOVE FDPE-CleEnreg TO FD-CodeContrat
                       READ ContratF
                           KEY IS FD-CodeContrat
                           INVALID KEY MOVE 'N' TO w-EnregExiste
                       END-READ
                   WHEN 'QUI'
                       IF QuittancesDispo
                           MOVE FDPE-CleEnreg TO FDQ-CleQuittance
                           READ QuittanceF
                               KEY IS FDQ-CleQuittance
                               INVALID KEY MOVE 'N' TO w-EnregExiste
                           END-READ
                       END-IF
                   WHEN 'SIN'
                       MOVE FDPE-CleEnreg TO FD-CodeSinistre
                       READ SinisF
                           KEY IS FD-CodeSinistre
                           INVALID KEY MOVE 'N' TO w-EnregExiste
                       END-READ
               END-EVALUATE
               IF NOT EnregExiste
                   perform Suppression-Ecrire
               END-IF
           END-IF.

       Suppression-Ecrire.
           MOVE spaces TO w-LignePortail.
           MOVE 'D' TO LP-Action.
           MOVE FDPE-TypeEnreg TO LP-TypeEnreg.
           MOVE FDPE-CodeClient TO LP-CodeClient.
           MOVE FDPE-CleEnreg TO LP-Cle.
           MOVE w-LignePortail TO Ptl-Ligne.
           WRITE Ptl-Ligne.
           MOVE zero TO w-FX-Montant.
           perform Flux-CompterLigne.
           DELETE EtatPortailF RECORD
               INVALID KEY
                   DISPLAY 'Erreur DELETE etat portail ' FDPE-Cle
           END-DELETE.
           ADD 1 TO w-NbSuppressions.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM ExportPortail.
