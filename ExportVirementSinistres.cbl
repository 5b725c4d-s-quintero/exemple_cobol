      *          export uses, writes one transfer line per claim, and
      *          records the disbursement in the payments register so
      *          a rerun (after an abend or otherwise) can never pay
      *          the same claim twice. A settlement paid past its
      *          legal deadline - counted from the day the last
      *          required piece came in - carries the legal interest
      *          for the days late, transferred and registered as a
      *          line of its own. When the register shows more paid
      *          on a claim than it was settled for - acomptes past
      *          the return to work, or a claim refused after them -
      *          the excess opens an overpayment against the client
      *          (INDUS.DAT) with a repayment request (LETINDVS.TXT,
      *          recorded on the correspondence register);
      *          what a client still owes on open overpayments is
      *          kept back from the transfer.
      *          The file opens with a header record (file type,
      *          creation date, sequence number) and closes with a
      *          trailer carrying the detail count and the total of the
      *          amounts, so that the receiving side can check it is
      *          complete and in order.
      *          Every transfer carries the IBAN built from the RIB and
      *          the BIC of the bank (ControleIBAN); a claim whose IBAN
      *          cannot be formed or whose bank has no known BIC goes to
      *          the rejects with the reason instead of to the bank.
      *          A claim the nightly fraud scoring marks suspect
      *          (SCORESIN.DAT) is held, with its score on the
      *          rejects, until the fraud referent clears it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELSINIS.
           COPY SELCLIEN.
           COPY SELPAIEM.
           COPY SELPIECE.
           COPY SELTXLEG.
           COPY SELINDU.
           COPY SELMVIN.
           COPY SELSCORE.

           SELECT FichierVirements ASSIGN TO "VIRSIN.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RejetsVirements ASSIGN TO "REJVIR.TXT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LettresIndus ASSIGN TO "LETINDVS.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSINISF.
           COPY FDCLIENT.
           COPY FDPAIEM.
           COPY FDPIECE.
           COPY FDTXLEG.
           COPY FDINDU.
           COPY FDMVIN.
           COPY FDSCORE.

       FD  FichierVirements.
       01  Vir-Ligne                   pic x(160).
           COPY FDFLUX.

       FD  RejetsVirements.
       01  Rej-Ligne                   pic x(100).

       FD  LettresIndus.
       01  LetIndu-Ligne               pic x(80).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSCNXGP.
           COPY WSIBAN.
           COPY WSSINFS.
           COPY WSCLIFS.
           COPY WSPAIFS.
           COPY WSPJFS.
           COPY WSTXLFS.
           COPY WSINTER.
           COPY WSINDFS.
           COPY WSMVIFS.
           COPY WSSCOFS.
           COPY WSINDU.
           COPY WSLETTRE.
           COPY WSREGCR.
           COPY WSBENEF.

      *Variables hote pour la recherche du RIB (meme vue que
       01  DebitCompte                 pic s9(9)v99 comp-3.
       01  CreditCompte                pic s9(9)v99 comp-3.
       01  SoldeCompte                 pic s9(9)v99 comp-3.
      * Compte trouve sur la vue et IBAN/BIC valides (ControleIBAN);
      * sinon w-IB-Motif dit pourquoi.
       01  w-RIBTrouve                 pic x value 'N'.
           88  RIBTrouve               value 'O'.

           88  FinSinistres            value 'O'.
       01  w-ClientTrouve              pic x value 'N'.
           88  ClientTrouve            value 'O'.
      * Scores de la notation fraude de la nuit: sans fichier, rien
      * n'est retenu.
       01  w-ScoreDispo                pic x value 'N'.
           88  ScoreDispo              value 'O'.
       01  w-SuspicionFraude           pic x.
           88  SuspicionFraude         value 'O'.
       01  w-PointsEdite               pic zz9.
      * Cumul du registre des paiements pour le sinistre courant:
      * tout ce qui est deja verse (acomptes ou solde anterieur)
      * s'impute sur le reglement, le virement ne porte que le
       01  w-TotalDejaPaye             pic 9(9)v99.
       01  w-DernierNumPaiement        pic 9(2).
       01  w-MontantBalance            pic s9(9)v99.
       01  w-MontantNet                pic 9(9)v99.

       01  w-DateDuJour                pic 9(8).

           05  LV-Montant              pic -(7)9.99.
           05  filler                  pic x.
           05  LV-DateEmission         pic 9(8).
           05  filler                  pic x.
           05  LV-IBAN                 pic x(34).
           05  filler                  pic x.
           05  LV-BIC                  pic x(11).

       01  w-NbExportes                pic 9(7) value zero.
       01  w-NbDejaPayes               pic 9(7) value zero.
       01  w-NbRejets                  pic 9(7) value zero.
       01  w-NbRetenusFraude           pic 9(7) value zero.
       01  w-TotalVire                 pic 9(9)v99 value zero.
       01  w-NbInterets                pic 9(7) value zero.
       01  w-TotalInterets             pic 9(9)v99 value zero.
       01  w-NbIndus                   pic 9(7) value zero.
       01  w-TotalIndus                pic 9(9)v99 value zero.
       01  w-TotalDeduit               pic 9(9)v99 value zero.

       PROCEDURE DIVISION.


       MAIN-PROCEDURE.
           MOVE 'EXPORTVIRSIN' TO w-RC-Programme.
           MOVE 'EXPORTVIRSIN' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           OPEN INPUT SinisF.
           OPEN INPUT ClientF.
           perform PaiementF-Open.
           OPEN INPUT PieceF.
           OPEN INPUT TauxLegalF.
           IF TauxLegalF-OK
               MOVE 'O' TO w-IR-TauxDispo
           ELSE
               DISPLAY 'Table des taux legaux absente, statut '
                   w-TauxLegalF-Status ': pas d''interets de retard.'
           END-IF.
           perform IndusF-Open.
           perform MvtIndusF-Open.
           OPEN INPUT ScoreF.
           IF ScoreF-OK
               MOVE 'O' TO w-ScoreDispo
           ELSE
               DISPLAY 'Scores fraude absents, statut '
                   w-ScoreF-Status ': aucun sinistre retenu.'
           END-IF.
           OPEN OUTPUT FichierVirements.
           MOVE 'VIRSIN' TO w-FX-TypeFichier.
           perform Flux-EcrireEntete.
           OPEN OUTPUT RejetsVirements.
           OPEN OUTPUT LettresIndus.
           MOVE w-DateDuJour TO w-IN-Date.
           MOVE spaces TO w-IN-CodeOperateur.

           MOVE LOW-VALUES TO FD-CodeSinistre.
           START SinisF KEY IS NOT LESS THAN FD-CodeSinistre
           CLOSE SinisF.
           CLOSE ClientF.
           CLOSE PaiementF.
           CLOSE PieceF.
           IF IR-TauxDispo
               CLOSE TauxLegalF
           END-IF.
           CLOSE IndusF.
           CLOSE MvtIndusF.
           IF ScoreDispo
               CLOSE ScoreF
           END-IF.
           perform Flux-EcrirePied.
           CLOSE FichierVirements.
           CLOSE RejetsVirements.
           CLOSE LettresIndus.

           DISPLAY 'Export des virements sinistres termine.'.
           DISPLAY '  Virements exportes : ' w-NbExportes.
           DISPLAY '  Deja payes         : ' w-NbDejaPayes.
           DISPLAY '  Rejets             : ' w-NbRejets.
           DISPLAY '  Retenus pour fraude: ' w-NbRetenusFraude.
           DISPLAY '  Interets de retard : ' w-NbInterets
               ' pour ' w-TotalInterets.
           DISPLAY '  Indus ouverts      : ' w-NbIndus
               ' pour ' w-TotalIndus.
           DISPLAY '  Retenus sur indus  : ' w-TotalDeduit.
           DISPLAY '  Montant total vire : ' w-TotalVire.

           COPY DCNXGUEP.

           MOVE 'F' TO w-RC-Action.
           STRING 'exportes=' w-NbExportes ' rejets=' w-NbRejets
               ' indus=' w-NbIndus ' fraude=' w-NbRetenusFraude
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.
               END-IF
           END-IF.

       IndusF-Open.
           OPEN I-O IndusF.
           IF NOT IndusF-OK
               IF w-IndusF-Status = '35'
                   OPEN OUTPUT IndusF
                   CLOSE IndusF
                   OPEN I-O IndusF
               END-IF
           END-IF.

       MvtIndusF-Open.
           OPEN I-O MvtIndusF.
           IF NOT MvtIndusF-OK
               IF w-MvtIndusF-Status = '35'
                   OPEN OUTPUT MvtIndusF
                   CLOSE MvtIndusF
                   OPEN I-O MvtIndusF
               END-IF
           END-IF.

      ******************************************************************
      * A claim is due for disbursement when it is resolved, the
      * settlement decision is accepted with an amount, and the
      * out - acomptes and any earlier settlement alike. The
      * balance-only rule is what makes reruns safe AND lets a
      * reopened claim re-settled for more receive just the
      * difference. A settlement above the operator's delegation
      * waits for a supervisor's approval and is not paid until then.
      * Paid beyond the settled amount, or paid at all on a refused
      * claim, the excess is an overpayment to recover.
      ******************************************************************
       Traiter-Sinistre.
           IF FD-DateResolution = spaces
               OR FD-DateResolution = low-values
               OR Reglement-EnAttente
               CONTINUE
           ELSE
               IF FD-DecisionReglement = 'R'
                   perform Traiter-Refus
               ELSE
                   IF FD-DecisionReglement = 'A'
                       AND FD-MontantRegle NOT = zero
                       perform Traiter-Reglement
                   END-IF
               END-IF
           END-IF.

       Traiter-Refus.
           perform Paiement-Verifier.
           IF w-TotalDejaPaye > zero
               MOVE zero TO w-IN-MontantDu
               perform Indu-Signaler
           END-IF.

       Traiter-Reglement.
           perform Paiement-Verifier.
           COMPUTE w-MontantBalance =
               FD-MontantRegle - w-TotalDejaPaye.
           IF w-MontantBalance <= zero
               ADD 1 TO w-NbDejaPayes
               IF w-MontantBalance < zero
                   MOVE FD-MontantRegle TO w-IN-MontantDu
                   perform Indu-Signaler
               END-IF
           ELSE
               perform Score-Verifier
               IF SuspicionFraude
                   MOVE FDSC-Points TO w-PointsEdite
                   STRING 'Sinistre ' FD-CodeSinistre
                       ' retenu: suspicion de fraude (score '
                       w-PointsEdite '), en attente de levee'
                       DELIMITED BY SIZE INTO Rej-Ligne
                   WRITE Rej-Ligne
                   ADD 1 TO w-NbRetenusFraude
               ELSE
                   perform Rechercher-Client
                   IF NOT ClientTrouve
                           perform Exporter-Virement
                       ELSE
                           STRING 'Sinistre ' FD-CodeSinistre
                               ' ' w-IB-Motif ' pour '
                               w-Nom OF Beneficiaire
                               DELIMITED BY SIZE INTO Rej-Ligne
                           WRITE Rej-Ligne
               END-IF
           END-IF.

       Score-Verifier.
           MOVE 'N' TO w-SuspicionFraude.
           IF ScoreDispo
               MOVE FD-CodeSinistre TO FDSC-CodeSinistre
               READ ScoreF
                   KEY IS FDSC-CodeSinistre
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Score-Suspect
                           MOVE 'O' TO w-SuspicionFraude
                       END-IF
               END-READ
           END-IF.

       Indu-Signaler.
           MOVE FD-CodeSinistre    TO w-IN-CodeSinistre.
           MOVE FD-ref_CodeClient  TO w-IN-CodeClient.
           MOVE FD-ref_CodeContrat TO w-IN-CodeContrat.
           MOVE 'S'                TO w-IN-Origine.
           MOVE w-TotalDejaPaye    TO w-IN-MontantPaye.
           perform Indu-Detecter.
           IF w-IN-Ouvert > zero
               ADD 1 TO w-NbIndus
               ADD w-IN-Ouvert TO w-TotalIndus
           END-IF.

       Paiement-Verifier.
           MOVE 'N' TO w-FinPaiements.
           MOVE zero TO w-TotalDejaPaye.
               IF FDP-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-FinPaiements
               ELSE
                   IF NOT Paiement-Interets
                       ADD FDP-MontantPaye TO w-TotalDejaPaye
                   END-IF
                   MOVE FDP-NumPaiement TO w-DernierNumPaiement
               END-IF
           END-IF.

       RIB-Rechercher.
           MOVE 'N' TO w-RIBTrouve.
           MOVE 'RIB introuvable' TO w-IB-Motif.
           MOVE w-Nom OF Beneficiaire TO selectionClient.

           exec sql
               end-exec
               IF SQLCODE = 0
                   MOVE 'O' TO w-RIBTrouve
                   perform IBAN-Controler
               END-IF
               exec sql
                   close C-CompteTitulaire
               end-exec
           END-IF.

      * IBAN forme a partir du RIB de la vue et BIC de sa banque:
      * une ligne que le canal SEPA refuserait n'est pas emise.
       IBAN-Controler.
           MOVE 'D' TO w-IB-Fonction.
           MOVE codebanque TO w-IB-CodeBanque.
           MOVE codeguichet TO w-IB-CodeGuichet.
           MOVE racinecompte TO w-IB-RacineCompte.
           MOVE clerib TO w-IB-CleRIB.
           CALL 'ControleIBAN' USING ControleIBANParm.
           IF NOT IB-Accepte
               MOVE 'N' TO w-RIBTrouve
           END-IF.

      ******************************************************************
      * Le registre porte le solde entier, du a l'assure; le virement
      * ne porte que le net de ce qui est retenu sur les indus du
      * client - tout retenu, pas de ligne. Les interets de retard
      * restent calcules sur le solde entier.
      ******************************************************************
       Exporter-Virement.
           MOVE FD-ref_CodeClient TO w-IN-CodeClient.
           MOVE w-MontantBalance TO w-IN-APayer.
           MOVE FD-CodeSinistre TO w-IN-RefPaiement.
           perform Indu-Deduire.
           COMPUTE w-MontantNet = w-MontantBalance - w-IN-Deduit.
           ADD w-IN-Deduit TO w-TotalDeduit.

           MOVE SPACES TO w-LigneVirement.
           MOVE FD-CodeSinistre            TO LV-CodeSinistre.
           MOVE w-CodeClient OF Beneficiaire TO LV-CodeClient.
           MOVE codeguichet                TO LV-CodeGuichet.
           MOVE racinecompte               TO LV-RacineCompte.
           MOVE clerib                     TO LV-CleRIB.
           MOVE w-IB-IBAN                  TO LV-IBAN.
           MOVE w-IB-BIC                   TO LV-BIC.
           MOVE w-MontantNet               TO LV-Montant.
           MOVE w-DateDuJour               TO LV-DateEmission.
           IF w-MontantNet > zero
               MOVE w-LigneVirement TO Vir-Ligne
               WRITE Vir-Ligne
               MOVE LV-Montant TO w-FX-Montant
               perform Flux-CompterLigne
           END-IF.
           perform Paiement-Enregistrer.
           ADD w-MontantNet TO w-TotalVire.
           ADD 1 TO w-NbExportes.
           perform Interets-Verser.

       Paiement-Enregistrer.
           MOVE FD-CodeSinistre    TO FDP-CodeSinistre.
           MOVE w-MontantBalance   TO FDP-MontantPaye.
           MOVE 'S'                TO FDP-TypePaiement.
           MOVE spaces             TO FDP-DateConfirmation.
           MOVE w-IB-IBAN          TO FDP-IBAN.
           MOVE w-MontantNet       TO FDP-MontantVire.
           IF w-MontantNet = zero
               MOVE w-DateDuJour   TO FDP-DateConfirmation
           END-IF.
           WRITE FDP-Paiement
               INVALID KEY
                   DISPLAY 'Erreur WRITE paiement ' FDP-CodeSinistre
           END-WRITE.

      ******************************************************************
      * Interets de retard: sur le solde vire ce jour, du lendemain
      * de l'echeance legale au paiement. Un second virement les
      * porte, et une ligne 'I' du registre les trace - elle ne
      * s'impute jamais sur le reglement.
      ******************************************************************
       Interets-Verser.
           MOVE FD-CodeSinistre TO w-IR-CodeSinistre.
           MOVE w-MontantBalance TO w-IR-Montant.
           MOVE w-DateDuJour TO w-IR-DatePaiement.
           perform Interets-Calculer.
           IF w-IR-Interets > zero
               MOVE w-IR-Interets TO LV-Montant
               MOVE w-LigneVirement TO Vir-Ligne
               WRITE Vir-Ligne
               MOVE LV-Montant TO w-FX-Montant
               perform Flux-CompterLigne
               ADD 1 TO w-DernierNumPaiement
               MOVE FD-CodeSinistre    TO FDP-CodeSinistre
               COMPUTE FDP-NumPaiement = w-DernierNumPaiement + 1
               MOVE FD-ref_CodeClient  TO FDP-ref_CodeClient
               MOVE FD-ref_CodeContrat TO FDP-ref_CodeContrat
               MOVE w-DateDuJour       TO FDP-DatePaiement
               MOVE w-IR-Interets      TO FDP-MontantPaye
               MOVE 'I'                TO FDP-TypePaiement
               MOVE spaces             TO FDP-DateConfirmation
               MOVE w-IB-IBAN          TO FDP-IBAN
               MOVE w-IR-Interets      TO FDP-MontantVire
               WRITE FDP-Paiement
                   INVALID KEY
                       DISPLAY 'Erreur WRITE interets '
                           FDP-CodeSinistre
               END-WRITE
               ADD w-IR-Interets TO w-TotalVire
               ADD w-IR-Interets TO w-TotalInterets
               ADD 1 TO w-NbInterets
           END-IF.

      ************Interets de retard sur reglement********************
           COPY INTERETS.

      ************Indus sur sinistres********************************
           COPY INDUS.

      ************Registre du courrier********************************
           COPY COURRIER.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM ExportVirementSinistres.
