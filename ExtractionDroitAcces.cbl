      ******************************************************************
      * Author:
      * Date:
      * Purpose: Right-of-access dossier of one client: everything the
      *          system holds on them, gathered into one readable file
      *          (ACCEScode.TXT) - identity, SEPA mandate, contracts
      *          (active and archived) with their insureds,
      *          beneficiary designations and quittances, the contract
      *          history snapshots, claims with their pieces and
      *          payments, the permanent transaction history and the
      *          letters sent (correspondence register headers; any
      *          letter can be reprinted with ConsultationCourrier).
      *          The registers linked to the client follow: quotes,
      *          enrollments held for underwriting referral, arrears
      *          payment plans, cheques and transfers received, fraud
      *          scores of the claims, overpayments and their recovery
      *          movements, and complaints.
      *          Codes merged away into the client by FusionClients
      *          (found on the merge rows of the client's history) are
      *          followed as well. Each dossier is logged in
      *          DROITACC.DAT with the date the request was received,
      *          the one-month answer deadline, the production date
      *          and whether the deadline was met. The operator signs
      *          on and is logged with the request.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtractionDroitAcces.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCLIEN.
           COPY SELCONTR.
           COPY SELCARCH.
           COPY SELCTHIS.
           COPY SELSINIS.
           COPY SELPIECE.
           COPY SELQUITT.
           COPY SELPAIEM.
           COPY SELMANDA.
           COPY SELDESIG.
           COPY SELASSUR.
           COPY SELHISTO.
           COPY SELCOURR.
           COPY SELDEVIS.
           COPY SELSUSP.
           COPY SELECHEA.
           COPY SELENCAI.
           COPY SELSCORE.
           COPY SELINDU.
           COPY SELMVIN.
           COPY SELRECLA.
           COPY SELOPER.

           SELECT Dossier ASSIGN TO w-NomDossier
               ORGANIZATION LINE SEQUENTIAL.

      * Registre des demandes de droit d'acces: une ligne par dossier
      * produit, ajoutee a la suite.
           SELECT DemandeAcces ASSIGN TO "DROITACC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-DemandeAcces-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCLIENT.
           COPY FDCONTRA.
           COPY FDCARCH.
           COPY FDCTHIS.
           COPY FDSINISF.
           COPY FDPIECE.
           COPY FDQUITT.
           COPY FDPAIEM.
           COPY FDMANDA.
           COPY FDDESIG.
           COPY FDASSUR.
           COPY FDHISTO.
           COPY FDCOURR.
           COPY FDDEVIS.
           COPY FDSUSP.
           COPY FDECHEA.
           COPY FDENCAI.
           COPY FDSCORE.
           COPY FDINDU.
           COPY FDMVIN.
           COPY FDRECLA.
           COPY FDOPER.

       FD  Dossier.
       01  Dos-Ligne                   pic x(100).

       FD  DemandeAcces.
       01  FDDA-Demande.
           05  FDDA-CodeClient         pic x(10).
           05  FDDA-DateReception      pic 9(8).
           05  FDDA-DateLimite         pic 9(8).
           05  FDDA-DateProduction     pic 9(8).
           05  FDDA-DelaiRespecte      pic x.
           05  FDDA-CodeOperateur      pic x(8).
           05  FDDA-NbLignes           pic 9(5).
           05  FDDA-NomDossier         pic x(20).

       WORKING-STORAGE SECTION.
           COPY WSCLIFS.
           COPY WSCNTFS.
           COPY WSCARFS.
           COPY WSCTHIS.
           COPY WSSINFS.
           COPY WSPJFS.
           COPY WSQUIFS.
           COPY WSPAIFS.
           COPY WSMANFS.
           COPY WSDESFS.
           COPY WSASSFS.
           COPY WSHISFS.
           COPY WSCRRFS.
           COPY WSDEVFS.
           COPY WSSUSFS.
           COPY WSECHFS.
           COPY WSENCFS.
           COPY WSSCOFS.
           COPY WSINDFS.
           COPY WSMVIFS.
           COPY WSRECFS.
           COPY WSOPER.
           COPY WSOPEFS.
           COPY WSBENEF.
           COPY WSCONTRA.
           COPY WSCHTRT.

       01  w-NomDossier                pic x(20).
       01  w-DemandeAcces-Status       pic xx.

       01  w-ArchivesDispo             pic x value 'N'.
           88  ArchivesDispo           value 'O'.
       01  w-PiecesDispo               pic x value 'N'.
           88  PiecesDispo             value 'O'.
       01  w-QuittancesDispo           pic x value 'N'.
           88  QuittancesDispo         value 'O'.
       01  w-PaiementsDispo            pic x value 'N'.
           88  PaiementsDispo          value 'O'.
       01  w-MandatsDispo              pic x value 'N'.
           88  MandatsDispo            value 'O'.
       01  w-DesignationsDispo         pic x value 'N'.
           88  DesignationsDispo       value 'O'.
       01  w-AssuresDispo              pic x value 'N'.
           88  AssuresDispo            value 'O'.
       01  w-HistoDispo                pic x value 'N'.
           88  HistoDispo              value 'O'.
       01  w-CourrierDispo             pic x value 'N'.
           88  CourrierDispo           value 'O'.
       01  w-DevisDispo                pic x value 'N'.
           88  DevisDispo              value 'O'.
       01  w-SuspensDispo              pic x value 'N'.
           88  SuspensDispo            value 'O'.
       01  w-EcheanciersDispo          pic x value 'N'.
           88  EcheanciersDispo        value 'O'.
       01  w-EncaissementsDispo        pic x value 'N'.
           88  EncaissementsDispo      value 'O'.
       01  w-ScoresDispo               pic x value 'N'.
           88  ScoresDispo             value 'O'.
       01  w-IndusDispo                pic x value 'N'.
           88  IndusDispo              value 'O'.
       01  w-MvtIndusDispo             pic x value 'N'.
           88  MvtIndusDispo           value 'O'.
       01  w-ReclamationsDispo         pic x value 'N'.
           88  ReclamationsDispo       value 'O'.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinScan                   pic x.
           88  FinScan                 value 'O'.
       01  w-FinDetail                 pic x.
           88  FinDetail               value 'O'.
       01  w-SaisieOK                  pic x.
           88  SaisieOK                value 'O'.
       01  w-CodeTrouve                pic x.
           88  CodeTrouve              value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-CodeSaisi                 pic x(10).
       01  w-DateSaisie                pic x(8).
       01  w-DateReception             pic 9(8).
      * Delai de reponse: un mois a compter de la reception, ramene
      * au dernier jour du mois quand le quantieme n'y existe pas.
       01  w-DelaiMois                 pic 9(2) value 1.
       01  w-DateLimite.
           05  w-Limite-AAAA           pic 9(4).
           05  w-Limite-MM             pic 9(2).
           05  w-Limite-JJ             pic 9(2).
       01  w-DateLimiteNum redefines w-DateLimite pic 9(8).

      * Codes du client: le sien d'abord, puis ceux des doublons
      * fusionnes dans son compte.
       01  w-NbCodes                   pic 9(2).
       01  w-TableCodes.
           05  w-CodeLie               occurs 20 times pic x(10).
       01  w-IdxCode                   pic 9(2).
       01  w-CodeATester               pic x(10).
       01  w-CodeEnCours               pic x(10).

      * Contrats du client, pour l'historique des contrats.
       01  w-NbContrats                pic 9(3).
       01  w-TableContrats.
           05  w-ContratLie            occurs 200 times pic x(10).
       01  w-IdxContrat                pic 9(3).
       01  w-ContratATester            pic x(10).
       01  w-EstArchive                pic x.
           88  EstArchive              value 'O'.

      * Historique des contrats: un fichier par jour, parcouru du
      * premier debut de contrat du client jusqu'a ce jour.
       01  w-PremierJour               pic 9(8).
       01  w-DebutX8                   pic x(8).
       01  w-JourEntier                pic 9(7).
       01  w-DernierJourEntier         pic 9(7).
       01  w-JourHisto                 pic 9(8).

       01  w-NbLignes                  pic 9(5).
       01  w-NbDossiers                pic 9(5) value zero.
       01  w-NbSection                 pic 9(5).
       01  w-Montant                   pic z(8)9.99.
       01  w-MontantCourt              pic z(6)9.99.
       01  w-MontantAffecte            pic z(6)9.99.
       01  w-MontantRembourse          pic z(6)9.99.
       01  w-MontantSolde              pic z(8)9.99.
       01  w-IdxEch                    pic 9(2).
       01  w-IdxInd                    pic 9.
       01  w-PosLigne                  pic 9(3).
       01  w-Pourcentage               pic zz9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           perform Operateur-SignOn.

           OPEN INPUT ClientF.
           IF NOT ClientF-OK
               DISPLAY 'Fichier clients indisponible, statut '
                   w-ClientF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ContratF.
           OPEN INPUT SinisF.
           OPEN INPUT ContratArchive.
           IF ContratArchive-OK
               MOVE 'O' TO w-ArchivesDispo
           END-IF.
           OPEN INPUT PieceF.
           IF PieceF-OK
               MOVE 'O' TO w-PiecesDispo
           END-IF.
           OPEN INPUT QuittanceF.
           IF QuittanceF-OK
               MOVE 'O' TO w-QuittancesDispo
           END-IF.
           OPEN INPUT PaiementF.
           IF PaiementF-OK
               MOVE 'O' TO w-PaiementsDispo
           END-IF.
           OPEN INPUT MandatF.
           IF MandatF-OK
               MOVE 'O' TO w-MandatsDispo
           END-IF.
           OPEN INPUT DesignationF.
           IF DesignationF-OK
               MOVE 'O' TO w-DesignationsDispo
           END-IF.
           OPEN INPUT AssureF.
           IF AssureF-OK
               MOVE 'O' TO w-AssuresDispo
           END-IF.
           OPEN INPUT HistoTrtF.
           IF HistoTrtF-OK
               MOVE 'O' TO w-HistoDispo
           END-IF.
           OPEN INPUT CourrierF.
           IF CourrierF-OK
               MOVE 'O' TO w-CourrierDispo
           END-IF.
           OPEN INPUT DevisF.
           IF DevisF-OK
               MOVE 'O' TO w-DevisDispo
           END-IF.
           OPEN INPUT SuspensF.
           IF SuspensF-OK
               MOVE 'O' TO w-SuspensDispo
           END-IF.
           OPEN INPUT EcheancierF.
           IF EcheancierF-OK
               MOVE 'O' TO w-EcheanciersDispo
           END-IF.
           OPEN INPUT EncaissementF.
           IF EncaissementF-OK
               MOVE 'O' TO w-EncaissementsDispo
           END-IF.
           OPEN INPUT ScoreF.
           IF ScoreF-OK
               MOVE 'O' TO w-ScoresDispo
           END-IF.
           OPEN INPUT IndusF.
           IF IndusF-OK
               MOVE 'O' TO w-IndusDispo
           END-IF.
           OPEN INPUT MvtIndusF.
           IF MvtIndusF-OK
               MOVE 'O' TO w-MvtIndusDispo
           END-IF.
           OPEN INPUT ReclamationF.
           IF ReclamationF-OK
               MOVE 'O' TO w-ReclamationsDispo
           END-IF.
           OPEN EXTEND DemandeAcces.
           IF w-DemandeAcces-Status = '35'
               OPEN OUTPUT DemandeAcces
               CLOSE DemandeAcces
               OPEN EXTEND DemandeAcces
           END-IF.

           perform Traiter-UneDemande UNTIL FinSaisie.

           CLOSE ClientF.
           CLOSE ContratF.
           CLOSE SinisF.
           IF ArchivesDispo
               CLOSE ContratArchive
           END-IF.
           IF PiecesDispo
               CLOSE PieceF
           END-IF.
           IF QuittancesDispo
               CLOSE QuittanceF
           END-IF.
           IF PaiementsDispo
               CLOSE PaiementF
           END-IF.
           IF MandatsDispo
               CLOSE MandatF
           END-IF.
           IF DesignationsDispo
               CLOSE DesignationF
           END-IF.
           IF AssuresDispo
               CLOSE AssureF
           END-IF.
           IF HistoDispo
               CLOSE HistoTrtF
           END-IF.
           IF CourrierDispo
               CLOSE CourrierF
           END-IF.
           IF DevisDispo
               CLOSE DevisF
           END-IF.
           IF SuspensDispo
               CLOSE SuspensF
           END-IF.
           IF EcheanciersDispo
               CLOSE EcheancierF
           END-IF.
           IF EncaissementsDispo
               CLOSE EncaissementF
           END-IF.
           IF ScoresDispo
               CLOSE ScoreF
           END-IF.
           IF IndusDispo
               CLOSE IndusF
           END-IF.
           IF MvtIndusDispo
               CLOSE MvtIndusF
           END-IF.
           IF ReclamationsDispo
               CLOSE ReclamationF
           END-IF.
           CLOSE DemandeAcces.

           DISPLAY 'Dossiers de droit d''acces produits: ' w-NbDossiers.
           STOP RUN.

       Traiter-UneDemande.
           MOVE 'O' TO w-SaisieOK.
           DISPLAY 'Code client (vide pour terminer): '.
           ACCEPT w-CodeSaisi.
           IF w-CodeSaisi = spaces
               MOVE 'O' TO w-FinSaisie
           ELSE
               DISPLAY 'Date de reception de la demande (AAAAMMJJ, '
                   'vide = ce jour): '
               ACCEPT w-DateSaisie
               IF w-DateSaisie = spaces
                   MOVE w-DateDuJour TO w-DateReception
               ELSE
                   IF w-DateSaisie NOT NUMERIC
                       DISPLAY 'Date invalide, demande abandonnee.'
                       MOVE 'N' TO w-SaisieOK
                   ELSE
                       MOVE w-DateSaisie TO w-DateReception
                       IF FUNCTION TEST-DATE-YYYYMMDD(w-DateReception)
                           NOT = zero
                           OR w-DateReception > w-DateDuJour
                           DISPLAY 'Date invalide, demande '
                               'abandonnee.'
                           MOVE 'N' TO w-SaisieOK
                       END-IF
                   END-IF
               END-IF
               IF SaisieOK
                   MOVE w-CodeSaisi TO FD-CodeClient
                   READ ClientF
                       KEY IS FD-CodeClient
                       INVALID KEY
                           DISPLAY 'Client inconnu: ' w-CodeSaisi
                       NOT INVALID KEY
                           MOVE FD-Client TO Beneficiaire
                           perform Produire-Dossier
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * Un dossier: chaque section reprend tous les codes du client.
      ******************************************************************
       Produire-Dossier.
           MOVE spaces TO w-NomDossier.
           STRING 'ACCES' w-CodeSaisi DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO w-NomDossier.
           OPEN OUTPUT Dossier.
           MOVE zero TO w-NbLignes.
           perform Rechercher-CodesFusionnes.

           perform Dossier-Entete.
           perform Dossier-Identite.
           perform Dossier-Mandats.
           perform Dossier-Devis.
           perform Dossier-Suspens.
           perform Dossier-Contrats.
           perform Dossier-HistoContrats.
           perform Dossier-Echeanciers.
           perform Dossier-Encaissements.
           perform Dossier-Sinistres.
           perform Dossier-Scores.
           perform Dossier-Indus.
           perform Dossier-MvtIndus.
           perform Dossier-Reclamations.
           perform Dossier-Traitements.
           perform Dossier-Courriers.

           perform Ligne-Blanche.
           STRING 'Fin du dossier - ' w-NbLignes ' lignes.'
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           CLOSE Dossier.
           perform Journaliser-Demande.
           ADD 1 TO w-NbDossiers.
           DISPLAY 'Dossier produit dans ' w-NomDossier ' ('
               w-NbLignes ' lignes), reponse due le '
               w-DateLimiteNum '.'.

      ******************************************************************
      * FusionClients laisse dans l'historique du survivant une ligne
      * MAJ portant le code du doublon en compte et le survivant en
      * client, sans contrat ni sinistre; le doublon n'est plus au
      * fichier des clients.
      ******************************************************************
       Rechercher-CodesFusionnes.
           MOVE 1 TO w-NbCodes.
           MOVE w-CodeClient OF Beneficiaire TO w-CodeLie (1).
           IF HistoDispo
               MOVE 'N' TO w-FinScan
               MOVE w-CodeClient OF Beneficiaire TO FDX-CodeClient
               MOVE spaces TO FDX-DateJournal
               MOVE spaces TO FDX-IDtrt
               START HistoTrtF KEY IS NOT LESS THAN FDX-CleHisto
                   INVALID KEY MOVE 'O' TO w-FinScan
               END-START
               PERFORM Rechercher-UneFusion UNTIL FinScan
           END-IF.

       Rechercher-UneFusion.
           READ HistoTrtF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FDX-CodeClient NOT = w-CodeClient OF Beneficiaire
                   MOVE 'O' TO w-FinScan
               ELSE
                   MOVE FDX-Enregistrement TO ChoixTraitement
                   IF TypeTrt-MajContrat
                       AND w-ref_CodeClient OF ChoixTraitement
                           = w-CodeClient OF Beneficiaire
                       AND w-ref_CompteClient OF ChoixTraitement
                           NOT = spaces
                       AND w-ref_CompteClient OF ChoixTraitement
                           NOT = w-CodeClient OF Beneficiaire
                       AND w-ref_CompteClient OF ChoixTraitement
                           NOT = w-ref_CompteClient OF Beneficiaire
                       AND w-ref_CodeContrat OF ChoixTraitement
                           = spaces
                       AND w-ref_CodeSinitre OF ChoixTraitement
                           = spaces
                       MOVE w-ref_CompteClient OF ChoixTraitement
                           TO w-CodeATester
                       perform Code-Rechercher
                       IF NOT CodeTrouve
                           perform Fusion-Verifier
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Fusion-Verifier.
           MOVE w-CodeATester TO FD-CodeClient.
           READ ClientF
               KEY IS FD-CodeClient
               INVALID KEY
                   IF w-NbCodes < 20
                       ADD 1 TO w-NbCodes
                       MOVE w-CodeATester TO w-CodeLie (w-NbCodes)
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       Code-Rechercher.
           MOVE 'N' TO w-CodeTrouve.
           PERFORM Code-Comparer
               VARYING w-IdxCode FROM 1 BY 1
               UNTIL w-IdxCode > w-NbCodes OR CodeTrouve.

       Code-Comparer.
           IF w-CodeLie (w-IdxCode) = w-CodeATester
               MOVE 'O' TO w-CodeTrouve
           END-IF.

      ******************************************************************
      * Mise en page: lignes de 100, titre de section precede d'une
      * ligne blanche.
      ******************************************************************
       Ligne-Ecrire.
           WRITE Dos-Ligne.
           ADD 1 TO w-NbLignes.
           MOVE spaces TO Dos-Ligne.

       Ligne-Blanche.
           MOVE spaces TO Dos-Ligne.
           perform Ligne-Ecrire.

       Dossier-Entete.
           MOVE spaces TO Dos-Ligne.
           STRING 'DOSSIER DE DROIT D''ACCES - CLIENT '
               w-CodeClient OF Beneficiaire
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING 'Demande recue le ' w-DateReception
               ' - dossier edite le ' w-DateDuJour
               ' par l''operateur ' w-CodeOperateur OF Operateur
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           IF w-NbCodes > 1
               STRING 'Codes client fusionnes dans ce compte:'
                   DELIMITED BY SIZE INTO Dos-Ligne
               perform Ligne-Ecrire
               PERFORM Dossier-UnCodeFusionne
                   VARYING w-IdxCode FROM 2 BY 1
                   UNTIL w-IdxCode > w-NbCodes
           END-IF.

       Dossier-UnCodeFusionne.
           STRING '  ' w-CodeLie (w-IdxCode)
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.

       Dossier-Identite.
           perform Ligne-Blanche.
           MOVE 'IDENTITE (fichier des clients)' TO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '  ' w-Intitule OF Beneficiaire ' '
               w-Prenom OF Beneficiaire ' ' w-Nom OF Beneficiaire
               '  ne(e) le ' w-DateNaissance OF Beneficiaire
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '  ' w-Adresse OF Beneficiaire ' '
               w-CodePostal OF Beneficiaire ' ' w-Ville OF Beneficiaire
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '  Compte ' w-ref_CompteClient OF Beneficiaire
               '  Deces ' w-DateDeces OF Beneficiaire
               '  NPAI ' w-NPAI OF Beneficiaire
               ' le ' w-DateNPAI OF Beneficiaire
               ' origine ' w-OrigineNPAI OF Beneficiaire
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.

       Dossier-Mandats.
           perform Ligne-Blanche.
           MOVE 'MANDATS DE PRELEVEMENT SEPA' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF MandatsDispo
               PERFORM Dossier-UnMandat
                   VARYING w-IdxCode FROM 1 BY 1
                   UNTIL w-IdxCode > w-NbCodes
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Dossier-UnMandat.
           MOVE w-CodeLie (w-IdxCode) TO FDN-CodeClient.
           READ MandatF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO w-NbSection
                   STRING '  ' FDN-CodeClient ' RUM ' FDN-RUM
                       ' signe le ' FDN-DateSignature
                       ' statut ' FDN-Statut
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
           END-READ.

      ******************************************************************
      * Contrats en cours (cle alternative client du maitre) puis
      * contrats archives (balayage de l'archive).
      ******************************************************************
       Dossier-Contrats.
           perform Ligne-Blanche.
           MOVE 'CONTRATS' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbContrats.
           MOVE 99999999 TO w-PremierJour.
           MOVE 'N' TO w-EstArchive.
           PERFORM Contrats-UnCode
               VARYING w-IdxCode FROM 1 BY 1
               UNTIL w-IdxCode > w-NbCodes.
           IF ArchivesDispo
               MOVE 'O' TO w-EstArchive
               MOVE 'N' TO w-FinScan
               MOVE LOW-VALUES TO FDA-CodeContrat
               START ContratArchive KEY IS NOT LESS THAN FDA-CodeContrat
                   INVALID KEY MOVE 'O' TO w-FinScan
               END-START
               PERFORM Contrats-UneArchive UNTIL FinScan
           END-IF.
           IF w-NbContrats = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Contrats-UnCode.
           MOVE w-CodeLie (w-IdxCode) TO w-CodeEnCours.
           MOVE 'N' TO w-FinScan.
           MOVE w-CodeEnCours TO FD-ref_CompteClient OF FD-Contrat.
           START ContratF KEY IS = FD-ref_CompteClient OF FD-Contrat
               INVALID KEY MOVE 'O' TO w-FinScan
           END-START.
           PERFORM Contrats-LireSuivant UNTIL FinScan.

       Contrats-LireSuivant.
           READ ContratF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FD-ref_CompteClient OF FD-Contrat
                   NOT = w-CodeEnCours
                   MOVE 'O' TO w-FinScan
               ELSE
                   MOVE FD-Contrat TO Contrat
                   perform Dossier-UnContrat
               END-IF
           END-IF.

       Contrats-UneArchive.
           READ ContratArchive NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               MOVE FDA-ref_CompteClient TO w-CodeATester
               perform Code-Rechercher
               IF CodeTrouve
                   MOVE FDA-Contrat TO Contrat
                   perform Dossier-UnContrat
               END-IF
           END-IF.

       Dossier-UnContrat.
           IF w-NbContrats < 200
               ADD 1 TO w-NbContrats
               MOVE w-CodeContrat OF Contrat
                   TO w-ContratLie (w-NbContrats)
           END-IF.
           IF w-DebutContrat OF Contrat (1:2) NUMERIC
               AND w-DebutContrat OF Contrat (4:2) NUMERIC
               AND w-DebutContrat OF Contrat (7:4) NUMERIC
               STRING w-DebutContrat OF Contrat (7:4)
                   w-DebutContrat OF Contrat (4:2)
                   w-DebutContrat OF Contrat (1:2)
                   DELIMITED BY SIZE INTO w-DebutX8
               IF w-DebutX8 < w-PremierJour
                   MOVE w-DebutX8 TO w-PremierJour
               END-IF
           END-IF.
           perform Ligne-Blanche.
           IF EstArchive
               STRING '  Contrat ' w-CodeContrat OF Contrat
                   ' (archive) client ' w-ref_CompteClient OF Contrat
                   DELIMITED BY SIZE INTO Dos-Ligne
           ELSE
               STRING '  Contrat ' w-CodeContrat OF Contrat
                   ' client ' w-ref_CompteClient OF Contrat
                   DELIMITED BY SIZE INTO Dos-Ligne
           END-IF.
           perform Ligne-Ecrire.
           STRING '    Debut ' w-DebutContrat OF Contrat
               '  fin ' w-FinContrat OF Contrat (1:10)
               '  fractionnement ' w-Fractionnement OF Contrat
               '  courtier ' w-CodeCourtier OF Contrat
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '    IT ' w-IT OF Contrat ' ' w-IT-debut OF Contrat
               '  IA ' w-IA OF Contrat ' ' w-IA-debut OF Contrat
               '  PE ' w-PE OF Contrat ' ' w-PE-debut OF Contrat
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '    DC ' w-DC OF Contrat ' ' w-DC-debut OF Contrat
               '  MT ' w-MT OF Contrat ' ' w-MT-debut OF Contrat
               '  CH ' w-CH OF Contrat ' ' w-CH-debut OF Contrat
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE w-DC-Capital OF Contrat TO w-Montant.
           MOVE w-IT-Indemnite OF Contrat TO w-MontantCourt.
           STRING '    Indemnite IT ' w-MontantCourt
               '  franchise ' w-IT-Franchise OF Contrat
               ' j  capital DC ' w-Montant
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           IF AssuresDispo
               perform Contrat-Assures
           END-IF.
           IF DesignationsDispo
               perform Contrat-Designations
           END-IF.
           IF QuittancesDispo
               perform Contrat-Quittances
           END-IF.

       Contrat-Assures.
           MOVE 'N' TO w-FinDetail.
           MOVE w-CodeContrat OF Contrat TO FDI-CodeContrat.
           MOVE zero TO FDI-NumAssure.
           START AssureF KEY IS NOT LESS THAN FDI-CleAssure
               INVALID KEY MOVE 'O' TO w-FinDetail
           END-START.
           PERFORM Contrat-UnAssure UNTIL FinDetail.

       Contrat-UnAssure.
           READ AssureF NEXT RECORD
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               IF FDI-CodeContrat NOT = w-CodeContrat OF Contrat
                   MOVE 'O' TO w-FinDetail
               ELSE
                   STRING '    Assure ' FDI-NumAssure ' '
                       FDI-Prenom ' ' FDI-Nom ' ne(e) le '
                       FDI-DateNaissance ' ' FDI-LienParente
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '      IT ' FDI-IT ' IA ' FDI-IA
                       ' PE ' FDI-PE ' DC ' FDI-DC ' MT ' FDI-MT
                       ' CH ' FDI-CH
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

       Contrat-Designations.
           MOVE 'N' TO w-FinDetail.
           MOVE w-CodeContrat OF Contrat TO FDB-CodeContrat.
           MOVE zero TO FDB-Rang.
           START DesignationF KEY IS NOT LESS THAN FDB-CleDesignation
               INVALID KEY MOVE 'O' TO w-FinDetail
           END-START.
           PERFORM Contrat-UneDesignation UNTIL FinDetail.

       Contrat-UneDesignation.
           READ DesignationF NEXT RECORD
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               IF FDB-CodeContrat NOT = w-CodeContrat OF Contrat
                   MOVE 'O' TO w-FinDetail
               ELSE
                   MOVE FDB-Pourcentage TO w-Pourcentage
                   STRING '    Beneficiaire rang ' FDB-Rang ' '
                       FDB-Prenom ' ' FDB-Nom ' ' FDB-LienParente
                       ' ' w-Pourcentage ' %'
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

       Contrat-Quittances.
           MOVE 'N' TO w-FinDetail.
           MOVE w-CodeContrat OF Contrat TO FDQ-CodeContrat.
           MOVE LOW-VALUES TO FDQ-Periode.
           START QuittanceF KEY IS NOT LESS THAN FDQ-CleQuittance
               INVALID KEY MOVE 'O' TO w-FinDetail
           END-START.
           PERFORM Contrat-UneQuittance UNTIL FinDetail.

       Contrat-UneQuittance.
           READ QuittanceF NEXT RECORD
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               IF FDQ-CodeContrat NOT = w-CodeContrat OF Contrat
                   MOVE 'O' TO w-FinDetail
               ELSE
                   MOVE FDQ-MontantDu TO w-MontantCourt
                   STRING '    Quittance ' FDQ-Periode ' '
                       w-MontantCourt ' statut ' FDQ-Statut
                       ' exportee ' FDQ-DateExport
                       ' reglee ' FDQ-DateReglement
                       ' mode ' FDQ-ModeReglement
                       ' relance ' FDQ-NiveauRelance
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

      ******************************************************************
      * Photos des contrats du client dans les fichiers historiques
      * journaliers, du premier debut de contrat jusqu'a ce jour; un
      * jour sans fichier est saute.
      ******************************************************************
       Dossier-HistoContrats.
           perform Ligne-Blanche.
           MOVE 'HISTORIQUE DES CONTRATS' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF w-NbContrats > zero
               AND w-PremierJour NOT > w-DateDuJour
               COMPUTE w-JourEntier =
                   FUNCTION INTEGER-OF-DATE(w-PremierJour)
               COMPUTE w-DernierJourEntier =
                   FUNCTION INTEGER-OF-DATE(w-DateDuJour)
               PERFORM Histo-UnJour
                   UNTIL w-JourEntier > w-DernierJourEntier
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun mouvement.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Histo-UnJour.
           COMPUTE w-JourHisto = FUNCTION DATE-OF-INTEGER(w-JourEntier).
           STRING 'CTHISTO' w-JourHisto '.DAT' DELIMITED BY SIZE
               INTO w-NomHistoContrat.
           OPEN INPUT ContratHisto.
           IF w-ContratHisto-Status = '00'
               MOVE 'N' TO w-FinDetail
               PERFORM Histo-UneLigne UNTIL FinDetail
               CLOSE ContratHisto
           END-IF.
           ADD 1 TO w-JourEntier.

       Histo-UneLigne.
           READ ContratHisto
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               MOVE FDH-CodeContrat TO w-ContratATester
               perform Contrat-Rechercher
               IF CodeTrouve
                   ADD 1 TO w-NbSection
                   STRING '  ' FDH-DateHistorique ' ' FDH-CodeContrat
                       ' ' FDH-TypeMouvement
                       ' IT ' FDH-IT ' IA ' FDH-IA ' PE ' FDH-PE
                       ' DC ' FDH-DC ' MT ' FDH-MT ' CH ' FDH-CH
                       ' fin ' FDH-FinContrat (1:10)
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

       Contrat-Rechercher.
           MOVE 'N' TO w-CodeTrouve.
           PERFORM Contrat-Comparer
               VARYING w-IdxContrat FROM 1 BY 1
               UNTIL w-IdxContrat > w-NbContrats OR CodeTrouve.

       Contrat-Comparer.
           IF w-ContratLie (w-IdxContrat) = w-ContratATester
               MOVE 'O' TO w-CodeTrouve
           END-IF.

      ******************************************************************
      * Sinistres par la cle alternative client, avec leurs pieces et
      * le registre des paiements.
      ******************************************************************
       Dossier-Sinistres.
           perform Ligne-Blanche.
           MOVE 'SINISTRES' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           PERFORM Sinistres-UnCode
               VARYING w-IdxCode FROM 1 BY 1
               UNTIL w-IdxCode > w-NbCodes.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Sinistres-UnCode.
           MOVE w-CodeLie (w-IdxCode) TO w-CodeEnCours.
           MOVE 'N' TO w-FinScan.
           MOVE w-CodeEnCours TO FD-ref_CodeClient.
           START SinisF KEY IS = FD-ref_CodeClient
               INVALID KEY MOVE 'O' TO w-FinScan
           END-START.
           PERFORM Sinistres-LireSuivant UNTIL FinScan.

       Sinistres-LireSuivant.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FD-ref_CodeClient NOT = w-CodeEnCours
                   MOVE 'O' TO w-FinScan
               ELSE
                   ADD 1 TO w-NbSection
                   perform Dossier-UnSinistre
               END-IF
           END-IF.

       Dossier-UnSinistre.
           perform Ligne-Blanche.
           STRING '  Sinistre ' FD-CodeSinistre ' contrat '
               FD-ref_CodeContrat ' type ' FD-TypeSinistre
               ' assure ' FD-NumAssure
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '    Survenu le ' FD-DateSinistre
               '  declare le ' FD-DateDeclaration
               '  resolu le ' FD-DateResolution
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '    Circonstances: ' FD-Circonstances
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE FD-MontantRegle TO w-MontantCourt.
           STRING '    Decision ' FD-DecisionReglement
               ' ' FD-MotifRefus ' regle ' w-MontantCourt
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '    Retour au travail ' FD-DateRetourTravail
               '  reouvert le ' FD-DateReouverture
               ' ' FD-MotifReouverture
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           STRING '    Gestionnaire ' FD-CodeGestionnaire
               ' depuis le ' FD-DateAttribution
               '  recours ' FD-Recours
               '  sinistre d''origine ' FD-SinistreOrigine
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.
           IF PiecesDispo
               MOVE 'N' TO w-FinDetail
               MOVE FD-CodeSinistre TO FDPJ-CodeSinistre
               MOVE LOW-VALUES TO FDPJ-CodePiece
               START PieceF KEY IS NOT LESS THAN FDPJ-ClePiece
                   INVALID KEY MOVE 'O' TO w-FinDetail
               END-START
               PERFORM Sinistre-UnePiece UNTIL FinDetail
           END-IF.
           IF PaiementsDispo
               MOVE 'N' TO w-FinDetail
               MOVE FD-CodeSinistre TO FDP-CodeSinistre
               MOVE zero TO FDP-NumPaiement
               START PaiementF KEY IS NOT LESS THAN FDP-ClePaiement
                   INVALID KEY MOVE 'O' TO w-FinDetail
               END-START
               PERFORM Sinistre-UnPaiement UNTIL FinDetail
           END-IF.

       Sinistre-UnePiece.
           READ PieceF NEXT RECORD
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               IF FDPJ-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-FinDetail
               ELSE
                   STRING '    Piece ' FDPJ-CodePiece ' '
                       FDPJ-Libelle ' demandee ' FDPJ-DateDemande
                       ' recue ' FDPJ-DateReception
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

       Sinistre-UnPaiement.
           READ PaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinDetail
           END-READ.
           IF NOT FinDetail
               IF FDP-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-FinDetail
               ELSE
                   MOVE FDP-MontantPaye TO w-Montant
                   STRING '    Paiement ' FDP-NumPaiement ' du '
                       FDP-DatePaiement ' ' w-Montant
                       ' type ' FDP-TypePaiement
                       ' confirme ' FDP-DateConfirmation
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

       Dossier-Traitements.
           perform Ligne-Blanche.
           MOVE 'HISTORIQUE DES TRAITEMENTS' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF HistoDispo
               PERFORM Traitements-UnCode
                   VARYING w-IdxCode FROM 1 BY 1
                   UNTIL w-IdxCode > w-NbCodes
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Traitements-UnCode.
           MOVE w-CodeLie (w-IdxCode) TO w-CodeEnCours.
           MOVE 'N' TO w-FinScan.
           MOVE w-CodeEnCours TO FDX-CodeClient.
           MOVE spaces TO FDX-DateJournal.
           MOVE spaces TO FDX-IDtrt.
           START HistoTrtF KEY IS NOT LESS THAN FDX-CleHisto
               INVALID KEY MOVE 'O' TO w-FinScan
           END-START.
           PERFORM Traitements-LireSuivant UNTIL FinScan.

       Traitements-LireSuivant.
           READ HistoTrtF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FDX-CodeClient NOT = w-CodeEnCours
                   MOVE 'O' TO w-FinScan
               ELSE
                   ADD 1 TO w-NbSection
                   MOVE FDX-Enregistrement TO ChoixTraitement
                   STRING '  ' FDX-DateJournal ' ' FDX-IDtrt ' '
                       w-TypeTraitement OF ChoixTraitement
                       ' compte ' w-ref_CompteClient OF ChoixTraitement
                       ' contrat ' w-ref_CodeContrat OF ChoixTraitement
                       ' sinistre '
                       w-ref_CodeSinitre OF ChoixTraitement
                       ' op ' w-CodeOperateur OF ChoixTraitement
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   IF w-Nom OF ChoixTraitement NOT = spaces
                       OR w-Adresse OF ChoixTraitement NOT = spaces
                       STRING '    ' w-Prenom OF ChoixTraitement ' '
                           w-Nom OF ChoixTraitement ' '
                           w-Adresse OF ChoixTraitement ' '
                           w-Ville OF ChoixTraitement
                           DELIMITED BY SIZE INTO Dos-Ligne
                       perform Ligne-Ecrire
                   END-IF
               END-IF
           END-IF.

       Dossier-Courriers.
           perform Ligne-Blanche.
           MOVE 'COURRIERS ENVOYES (registre du courrier)' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF CourrierDispo
               PERFORM Courriers-UnCode
                   VARYING w-IdxCode FROM 1 BY 1
                   UNTIL w-IdxCode > w-NbCodes
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Courriers-UnCode.
           MOVE w-CodeLie (w-IdxCode) TO w-CodeEnCours.
           MOVE 'N' TO w-FinScan.
           MOVE w-CodeEnCours TO FDCR-CodeClient.
           MOVE zero TO FDCR-DateEnvoi.
           MOVE zero TO FDCR-NumCourrier.
           MOVE zero TO FDCR-NumLigne.
           START CourrierF KEY IS NOT LESS THAN FDCR-CleCourrier
               INVALID KEY MOVE 'O' TO w-FinScan
           END-START.
           PERFORM Courriers-LireSuivant UNTIL FinScan.

       Courriers-LireSuivant.
           READ CourrierF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FDCR-CodeClient NOT = w-CodeEnCours
                   MOVE 'O' TO w-FinScan
               ELSE
                   IF FDCR-EstEntete
                       ADD 1 TO w-NbSection
                       STRING '  ' FDCR-DateEnvoi ' no '
                           FDCR-NumCourrier
                           ' ' FDCR-CodeLettre ' ' FDCR-Reference
                           ' ' FDCR-Programme
                           DELIMITED BY SIZE INTO Dos-Ligne
                       perform Ligne-Ecrire
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Devis: le fichier n'a pas de cle client, il est parcouru en
      * entier. Un devis ne porte un code client qu'une fois converti.
      ******************************************************************
       Dossier-Devis.
           perform Ligne-Blanche.
           MOVE 'DEVIS' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF DevisDispo
               MOVE 'N' TO w-FinScan
               MOVE LOW-VALUES TO FDV-NumDevis
               START DevisF KEY IS NOT LESS THAN FDV-NumDevis
                   INVALID KEY MOVE 'O' TO w-FinScan
               END-START
               PERFORM Devis-LireSuivant UNTIL FinScan
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Devis-LireSuivant.
           READ DevisF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               MOVE FDV-CodeClient TO w-CodeATester
               perform Code-Rechercher
               IF CodeTrouve
                   ADD 1 TO w-NbSection
                   STRING '  Devis ' FDV-NumDevis ' du ' FDV-DateDevis
                       ' statut ' FDV-Statut
                       ' converti le ' FDV-DateConversion
                       ' contrat ' FDV-CodeContrat
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '    ' FDV-Prenom ' ' FDV-Nom ' ne(e) le '
                       FDV-DateNaissance
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '    ' FDV-Adresse ' ' FDV-CodePostal ' '
                       FDV-Ville
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   MOVE FDV-PrimeMensuelle TO w-MontantCourt
                   STRING '    IT ' FDV-IT ' IA ' FDV-IA ' PE ' FDV-PE
                       ' DC ' FDV-DC ' MT ' FDV-MT ' CH ' FDV-CH
                       '  prime mensuelle ' w-MontantCourt
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '    Avis de souscription '
                       FDV-AvisSouscription ' ' FDV-MotifSouscription
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

      ******************************************************************
      * Adhesions mises en attente de decision de souscription: la
      * cle commence par le code client.
      ******************************************************************
       Dossier-Suspens.
           perform Ligne-Blanche.
           MOVE 'ADHESIONS EN ATTENTE DE SOUSCRIPTION' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF SuspensDispo
               PERFORM Suspens-UnCode
                   VARYING w-IdxCode FROM 1 BY 1
                   UNTIL w-IdxCode > w-NbCodes
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucune.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Suspens-UnCode.
           MOVE w-CodeLie (w-IdxCode) TO w-CodeEnCours.
           MOVE 'N' TO w-FinScan.
           MOVE w-CodeEnCours TO FDU-CodeClient.
           MOVE LOW-VALUES TO FDU-CodeContrat.
           START SuspensF KEY IS NOT LESS THAN FDU-CleSuspens
               INVALID KEY MOVE 'O' TO w-FinScan
           END-START.
           PERFORM Suspens-LireSuivant UNTIL FinScan.

       Suspens-LireSuivant.
           READ SuspensF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FDU-CodeClient NOT = w-CodeEnCours
                   MOVE 'O' TO w-FinScan
               ELSE
                   ADD 1 TO w-NbSection
                   STRING '  Contrat ' FDU-CodeContrat
                       ' depose le ' FDU-DateDepot
                       ' statut ' FDU-Statut ' motif ' FDU-Motif
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '    ' FDU-Prenom ' ' FDU-Nom ' ne(e) le '
                       FDU-DateNaissance
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '    ' FDU-Adresse ' ' FDU-CodePostal ' '
                       FDU-Ville
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

      ******************************************************************
      * Echeanciers d'apurement: fichier cle par contrat, parcouru en
      * entier sur le code client du plan.
      ******************************************************************
       Dossier-Echeanciers.
           perform Ligne-Blanche.
           MOVE 'ECHEANCIERS D''APUREMENT' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF EcheanciersDispo
               MOVE 'N' TO w-FinScan
               MOVE LOW-VALUES TO FDEC-CodeContrat
               START EcheancierF KEY IS NOT LESS THAN FDEC-CodeContrat
                   INVALID KEY MOVE 'O' TO w-FinScan
               END-START
               PERFORM Echeanciers-LireSuivant UNTIL FinScan
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Echeanciers-LireSuivant.
           READ EcheancierF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               MOVE FDEC-CodeClient TO w-CodeATester
               perform Code-Rechercher
               IF CodeTrouve
                   ADD 1 TO w-NbSection
                   MOVE FDEC-MontantTotal TO w-MontantCourt
                   STRING '  Contrat ' FDEC-CodeContrat
                       ' plan du ' FDEC-DateCreation
                       ' statut ' FDEC-Statut ' fin ' FDEC-DateFin
                       ' total ' w-MontantCourt
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   PERFORM Echeancier-UneEcheance
                       VARYING w-IdxEch FROM 1 BY 1
                       UNTIL w-IdxEch > FDEC-NbEcheances
                       OR w-IdxEch > 12
               END-IF
           END-IF.

       Echeancier-UneEcheance.
           MOVE FDEC-EchMontant (w-IdxEch) TO w-MontantCourt.
           STRING '    Echeance ' FDEC-EchPeriode (w-IdxEch) ' '
               w-MontantCourt ' etat ' FDEC-EchStatut (w-IdxEch)
               ' exportee ' FDEC-EchDateExport (w-IdxEch)
               ' reglee ' FDEC-EchDateReglement (w-IdxEch)
               DELIMITED BY SIZE INTO Dos-Ligne.
           perform Ligne-Ecrire.

      ******************************************************************
      * Cheques et virements recus hors prelevement: fichier cle par
      * numero d'encaissement, parcouru en entier.
      ******************************************************************
       Dossier-Encaissements.
           perform Ligne-Blanche.
           MOVE 'ENCAISSEMENTS (cheques et virements recus)'
               TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF EncaissementsDispo
               MOVE 'N' TO w-FinScan
               MOVE LOW-VALUES TO FDE-NumEncaissement
               START EncaissementF
                   KEY IS NOT LESS THAN FDE-NumEncaissement
                   INVALID KEY MOVE 'O' TO w-FinScan
               END-START
               PERFORM Encaissements-LireSuivant UNTIL FinScan
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Encaissements-LireSuivant.
           READ EncaissementF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               MOVE FDE-CodeClient TO w-CodeATester
               perform Code-Rechercher
               IF CodeTrouve
                   ADD 1 TO w-NbSection
                   STRING '  Encaissement ' FDE-NumEncaissement
                       ' du ' FDE-DateReception
                       ' mode ' FDE-ModeReglement
                       ' ref ' FDE-RefPaiement
                       ' statut ' FDE-Statut
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   MOVE FDE-Montant TO w-MontantCourt
                   MOVE FDE-MontantAffecte TO w-MontantAffecte
                   MOVE FDE-MontantRembourse TO w-MontantRembourse
                   STRING '    Montant ' w-MontantCourt
                       ' affecte ' w-MontantAffecte
                       ' rembourse ' w-MontantRembourse
                       ' le ' FDE-DateRemboursement
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

      ******************************************************************
      * Notes de fraude des sinistres du client: fichier cle par
      * sinistre, parcouru en entier sur le client du sinistre.
      ******************************************************************
       Dossier-Scores.
           perform Ligne-Blanche.
           MOVE 'NOTATION DES SINISTRES (controle de fraude)'
               TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF ScoresDispo
               MOVE 'N' TO w-FinScan
               MOVE LOW-VALUES TO FDSC-CodeSinistre
               START ScoreF KEY IS NOT LESS THAN FDSC-CodeSinistre
                   INVALID KEY MOVE 'O' TO w-FinScan
               END-START
               PERFORM Scores-LireSuivant UNTIL FinScan
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucune.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Scores-LireSuivant.
           READ ScoreF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               MOVE FDSC-ref_CodeClient TO w-CodeATester
               perform Code-Rechercher
               IF CodeTrouve
                   ADD 1 TO w-NbSection
                   STRING '  Sinistre ' FDSC-CodeSinistre
                       ' contrat ' FDSC-ref_CodeContrat
                       ' note le ' FDSC-DateScore
                       ' score ' FDSC-Points '/' FDSC-Seuil
                       ' statut ' FDSC-Statut
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   IF FDSC-NbIndicateurs > zero
                       MOVE 1 TO w-PosLigne
                       STRING '    Indicateurs:'
                           DELIMITED BY SIZE INTO Dos-Ligne
                           WITH POINTER w-PosLigne
                       PERFORM Score-UnIndicateur
                           VARYING w-IdxInd FROM 1 BY 1
                           UNTIL w-IdxInd > FDSC-NbIndicateurs
                           OR w-IdxInd > 6
                       perform Ligne-Ecrire
                   END-IF
                   IF Score-Leve
                       STRING '    Suspicion levee le ' FDSC-DateLevee
                           ' par ' FDSC-CodeReferent
                           ' motif ' FDSC-MotifLevee
                           DELIMITED BY SIZE INTO Dos-Ligne
                       perform Ligne-Ecrire
                   END-IF
               END-IF
           END-IF.

       Score-UnIndicateur.
           STRING ' ' FDSC-CodeIndicateur (w-IdxInd) '+'
               FDSC-PointsIndicateur (w-IdxInd)
               DELIMITED BY SIZE INTO Dos-Ligne
               WITH POINTER w-PosLigne.

      ******************************************************************
      * Indus ouverts contre le client (cle alternative client).
      ******************************************************************
       Dossier-Indus.
           perform Ligne-Blanche.
           MOVE 'INDUS (trop-percus sur sinistres)' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF IndusDispo
               PERFORM Indus-UnCode
                   VARYING w-IdxCode FROM 1 BY 1
                   UNTIL w-IdxCode > w-NbCodes
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Indus-UnCode.
           MOVE w-CodeLie (w-IdxCode) TO w-CodeEnCours.
           MOVE 'N' TO w-FinScan.
           MOVE w-CodeEnCours TO FDIN-CodeClient.
           START IndusF KEY IS = FDIN-CodeClient
               INVALID KEY MOVE 'O' TO w-FinScan
           END-START.
           PERFORM Indus-LireSuivant UNTIL FinScan.

       Indus-LireSuivant.
           READ IndusF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FDIN-CodeClient NOT = w-CodeEnCours
                   MOVE 'O' TO w-FinScan
               ELSE
                   ADD 1 TO w-NbSection
                   STRING '  Indu ' FDIN-CodeSinistre '/' FDIN-NumIndu
                       ' contrat ' FDIN-CodeContrat
                       ' ouvert le ' FDIN-DateOuverture
                       ' origine ' FDIN-Origine
                       ' statut ' FDIN-Statut
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   MOVE FDIN-MontantInitial TO w-Montant
                   MOVE FDIN-Solde TO w-MontantSolde
                   STRING '    Montant initial ' w-Montant
                       ' solde ' w-MontantSolde
                       ' clos le ' FDIN-DateCloture
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   IF FDIN-DemandeurPerte NOT = spaces
                       STRING '    Abandon demande par '
                           FDIN-DemandeurPerte ' (' FDIN-MotifPerte
                           ') accorde par ' FDIN-ApprobateurPerte
                           DELIMITED BY SIZE INTO Dos-Ligne
                       perform Ligne-Ecrire
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Mouvements de recouvrement des indus: fichier cle par indu,
      * parcouru en entier sur le code client du mouvement.
      ******************************************************************
       Dossier-MvtIndus.
           perform Ligne-Blanche.
           MOVE 'RECOUVREMENTS D''INDUS' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF MvtIndusDispo
               MOVE 'N' TO w-FinScan
               MOVE LOW-VALUES TO FDMI-CleMouvement
               START MvtIndusF KEY IS NOT LESS THAN FDMI-CleMouvement
                   INVALID KEY MOVE 'O' TO w-FinScan
               END-START
               PERFORM MvtIndus-LireSuivant UNTIL FinScan
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucun.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       MvtIndus-LireSuivant.
           READ MvtIndusF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               MOVE FDMI-CodeClient TO w-CodeATester
               perform Code-Rechercher
               IF CodeTrouve
                   ADD 1 TO w-NbSection
                   MOVE FDMI-Montant TO w-Montant
                   STRING '  ' FDMI-DateMouvement ' indu '
                       FDMI-CodeSinistre '/' FDMI-NumIndu
                       ' type ' FDMI-TypeMouvement ' ' w-Montant
                       ' ref ' FDMI-Reference
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

      ******************************************************************
      * Reclamations du client (cle alternative client).
      ******************************************************************
       Dossier-Reclamations.
           perform Ligne-Blanche.
           MOVE 'RECLAMATIONS' TO Dos-Ligne.
           perform Ligne-Ecrire.
           MOVE zero TO w-NbSection.
           IF ReclamationsDispo
               PERFORM Reclamations-UnCode
                   VARYING w-IdxCode FROM 1 BY 1
                   UNTIL w-IdxCode > w-NbCodes
           END-IF.
           IF w-NbSection = zero
               MOVE '  Aucune.' TO Dos-Ligne
               perform Ligne-Ecrire
           END-IF.

       Reclamations-UnCode.
           MOVE w-CodeLie (w-IdxCode) TO w-CodeEnCours.
           MOVE 'N' TO w-FinScan.
           MOVE w-CodeEnCours TO FDRC-CodeClient.
           START ReclamationF KEY IS = FDRC-CodeClient
               INVALID KEY MOVE 'O' TO w-FinScan
           END-START.
           PERFORM Reclamations-LireSuivant UNTIL FinScan.

       Reclamations-LireSuivant.
           READ ReclamationF NEXT RECORD
               AT END MOVE 'O' TO w-FinScan
           END-READ.
           IF NOT FinScan
               IF FDRC-CodeClient NOT = w-CodeEnCours
                   MOVE 'O' TO w-FinScan
               ELSE
                   ADD 1 TO w-NbSection
                   STRING '  Reclamation ' FDRC-NumReclamation
                       ' recue le ' FDRC-DateReception
                       ' categorie ' FDRC-Categorie
                       ' statut ' FDRC-Statut ' issue ' FDRC-Issue
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '    Objet: ' FDRC-Objet
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
                   STRING '    Contrat ' FDRC-CodeContrat
                       ' sinistre ' FDRC-CodeSinistre
                       ' quittance ' FDRC-PeriodeQuittance
                       ' accuse ' FDRC-DateAccuse
                       ' reponse ' FDRC-DateReponse
                       DELIMITED BY SIZE INTO Dos-Ligne
                   perform Ligne-Ecrire
               END-IF
           END-IF.

      ******************************************************************
      * Trace de la demande: reception, echeance d'un mois, date de
      * production - la preuve du delai.
      ******************************************************************
       Journaliser-Demande.
           MOVE w-DateReception TO w-DateLimiteNum.
           ADD w-DelaiMois TO w-Limite-MM.
           IF w-Limite-MM > 12
               SUBTRACT 12 FROM w-Limite-MM
               ADD 1 TO w-Limite-AAAA
           END-IF.
           PERFORM Limite-ReculerJour
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(w-DateLimiteNum)
                   = zero.
           MOVE spaces TO FDDA-Demande.
           MOVE w-CodeClient OF Beneficiaire TO FDDA-CodeClient.
           MOVE w-DateReception TO FDDA-DateReception.
           MOVE w-DateLimiteNum TO FDDA-DateLimite.
           MOVE w-DateDuJour TO FDDA-DateProduction.
           IF w-DateDuJour > w-DateLimiteNum
               MOVE 'N' TO FDDA-DelaiRespecte
               DISPLAY 'Attention: delai d''un mois depasse.'
           ELSE
               MOVE 'O' TO FDDA-DelaiRespecte
           END-IF.
           MOVE w-CodeOperateur OF Operateur TO FDDA-CodeOperateur.
           MOVE w-NbLignes TO FDDA-NbLignes.
           MOVE w-NomDossier TO FDDA-NomDossier.
           WRITE FDDA-Demande.

       Limite-ReculerJour.
           SUBTRACT 1 FROM w-Limite-JJ.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM ExtractionDroitAcces.
