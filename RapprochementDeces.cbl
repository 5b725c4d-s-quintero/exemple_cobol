      *          first name and birth date all equal is a confirmed
      *          match - the death date is set on the client record,
      *          which bars the contract from the next collection
      *          cycle - and the DC claim is opened on every contract
      *          of the client covering the death, assigned to the
      *          next DC handler. Name and birth date alone is a
      *          probable match left to an operator, who confirms it
      *          and opens the DC claim from the worklist this batch
      *          prints.
      *          Before anything is updated the whole file is read once:
      *          its header and trailer must be present, the trailer
      *          must agree with the detail count (the rows carry no
      *          amount, the total is zero), and the sequence number
      *          must follow the last one loaded. A file failing any
      *          check is rejected whole and the job ends with return
      *          code 8; the result of the check goes to the run-control
      *          file for the end-of-day report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCLIEN.
           COPY SELCONTR.
           COPY SELSINIS.
           COPY SELPIECE.
           COPY SELOPER.
           COPY SELATTRI.

           SELECT NotificationsDeces ASSIGN TO "DECES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCLIENT.
           COPY FDCONTRA.
           COPY FDSINISF.
           COPY FDPIECE.
           COPY FDOPER.
           COPY FDATTRI.

       FD  NotificationsDeces.
       01  DCD-Notification.
           05  DCD-Prenom              pic x(20).
           05  DCD-DateNaissance       pic x(10).
           05  DCD-DateDeces           pic x(10).
           COPY FDFLUX.

       FD  ListeDeces.
       01  Lst-Ligne                   pic x(120).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSCLIFS.
           COPY WSCNTFS.
           COPY WSSINFS.
           COPY WSPJFS.
           COPY WSPJREQ.
           COPY WSOPEFS.
           COPY WSATTFS.
           COPY WSATTRIB.
           COPY WSSINIS.
           COPY WSCONTRA.
           COPY WSNIVEAU.

       01  w-FinNotifs                 pic x value 'N'.
           88  FinNotifs               value 'O'.
       01  w-NbNotifs                  pic 9(7) value zero.
       01  w-NbConfirmes               pic 9(7) value zero.
       01  w-NbProbables               pic 9(7) value zero.
       01  w-NbSinistresDC             pic 9(7) value zero.

       01  w-DateDuJour                pic 9(8).
       01  w-DateDecesX8               pic x(8).
       01  w-DateGarX8                 pic x(8).
       01  w-DateFinX8                 pic x(8).
       01  w-FinContrats               pic x.
           88  FinContrats             value 'O'.
       01  w-FinScanDup                pic x.
           88  FinScanDup              value 'O'.
       01  w-DejaDeclare               pic x.
           88  DejaDeclare             value 'O'.
       01  w-NbOuvertsClient           pic 9(3).
       01  w-EcritureOK                pic x.
           88  EcritureOK              value 'O'.

      * Code sinistre attribue: 'S' + AAMMJJ + sequence du jour, la
      * meme numerotation que les declarations du portail.
       01  w-CodeGenere.
           05  filler                  pic x value 'S'.
           05  w-Gen-Date              pic x(6).
           05  w-Gen-Seq               pic 9(3).
       01  w-CodeLibre                 pic x.
           88  CodeLibre               value 'O'.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.

           perform Controler-Notifications.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           OPEN INPUT NotificationsDeces.
           OPEN I-O ClientF.
           IF NOT ClientF-OK
               STOP RUN
           END-IF.
           OPEN OUTPUT ListeDeces.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour (3:6) TO w-Gen-Date.
           MOVE zero TO w-Gen-Seq.
           OPEN INPUT ContratF.
           perform SinistreMaster-Open.
           perform PieceMaster-Open.
           OPEN INPUT OperateurF.
           IF OperateurF-OK
               MOVE 'O' TO w-GA-OperDispo
           ELSE
               DISPLAY 'Fichier des operateurs indisponible, statut '
                   w-OperateurF-Status ': sinistres non attribues.'
           END-IF.
           perform Attribution-Ouvrir.

           PERFORM UNTIL FinNotifs
               READ NotificationsDeces
                   AT END MOVE 'O' TO w-FinNotifs
                   NOT AT END
                       IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                           ADD 1 TO w-NbNotifs
                           perform Rapprocher-Notification
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NotificationsDeces.
           CLOSE ClientF.
           CLOSE ListeDeces.
           CLOSE ContratF.
           CLOSE SinisF.
           CLOSE PieceF.
           IF GA-OperDispo
               CLOSE OperateurF
           END-IF.
           CLOSE AttributionF.
           perform Flux-Accepter.

           DISPLAY 'Rapprochement des deces termine.'.
           DISPLAY '  Notifications lues : ' w-NbNotifs.
           DISPLAY '  Deces confirmes    : ' w-NbConfirmes.
           DISPLAY '  Rapprochements probables: ' w-NbProbables.
           DISPLAY '  Sinistres DC ouverts: ' w-NbSinistresDC.

           MOVE 'F' TO w-RC-Action.
           STRING 'confirmes=' w-NbConfirmes
               ' probables=' w-NbProbables
               ' sinistresDC=' w-NbSinistresDC
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * First pass over the notification file: header, trailer, row
      * count and sequence are checked before any client is touched.
      * The rows carry no amount, the trailer total is zero.
      ******************************************************************
       Controler-Notifications.
           MOVE 'DECES' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT NotificationsDeces.
           MOVE 'N' TO w-FinNotifs.
           PERFORM Controler-LigneNotification UNTIL FinNotifs.
           CLOSE NotificationsDeces.
           MOVE 'N' TO w-FinNotifs.
           perform Flux-Conclure.

       Controler-LigneNotification.
           READ NotificationsDeces
               AT END MOVE 'O' TO w-FinNotifs
               NOT AT END
                   perform Flux-Examiner
           END-READ.

      ******************************************************************
      * ClientF n'a pas de cle sur le nom: chaque notification
      * balaie tout le fichier client.
                   IF FD-Prenom = DCD-Prenom
                       perform Confirmer-Deces
                   ELSE
                       MOVE spaces TO Lst-Ligne
                       STRING 'PROBABLE ' FD-CodeClient ' '
                           FD-Nom ' ' FD-Prenom ' ne(e) le '
                           FD-DateNaissance
      ******************************************************************
      * Concordance complete: la date de deces est posee sur le
      * dossier client (si elle n'y est pas deja) - c'est elle qui
      * ecarte ses contrats du prochain export SEPA - et le sinistre
      * DC est ouvert sur chacun de ses contrats qui couvre le deces.
      * Un contrat sans sinistre ouvert reste signale sur la liste.
      ******************************************************************
       Confirmer-Deces.
           IF FD-DateDeces = spaces
                       DISPLAY 'Erreur REWRITE client '
                           FD-CodeClient
               END-REWRITE
               MOVE spaces TO Lst-Ligne
               STRING 'CONFIRME ' FD-CodeClient ' '
                   FD-Nom ' ' FD-Prenom ' decede(e) le '
                   DCD-DateDeces
                   DELIMITED BY SIZE INTO Lst-Ligne
               WRITE Lst-Ligne
               ADD 1 TO w-NbConfirmes
               perform Ouvrir-SinistresDC
           END-IF.

       SinistreMaster-Open.
           OPEN I-O SinisF.
           IF NOT SinisF-OK
               IF w-SinisF-Status = '35'
                   OPEN OUTPUT SinisF
                   CLOSE SinisF
                   OPEN I-O SinisF
               END-IF
           END-IF.

       PieceMaster-Open.
           OPEN I-O PieceF.
           IF NOT PieceF-OK
               IF w-PieceF-Status = '35'
                   OPEN OUTPUT PieceF
                   CLOSE PieceF
                   OPEN I-O PieceF
               END-IF
           END-IF.

      ******************************************************************
      * Ouverture des sinistres DC du client decede: un par contrat
      * dont la garantie DC etait acquise au jour du deces (souscrite,
      * commencee, contrat non echu), sauf si un sinistre DC y est
      * deja declare. Memes defauts qu'une declaration au guichet:
      * pieces requises, provision au capital du contrat, gestionnaire
      * DC suivant.
      ******************************************************************
       Ouvrir-SinistresDC.
           MOVE zero TO w-NbOuvertsClient.
           IF DCD-DateDeces (1:2) NOT NUMERIC
               OR DCD-DateDeces (4:2) NOT NUMERIC
               OR DCD-DateDeces (7:4) NOT NUMERIC
               MOVE spaces TO Lst-Ligne
               STRING '         date de deces invalide - ouvrir le '
                   'sinistre DC' DELIMITED BY SIZE INTO Lst-Ligne
               WRITE Lst-Ligne
           ELSE
               STRING DCD-DateDeces (7:4) DCD-DateDeces (4:2)
                   DCD-DateDeces (1:2) DELIMITED BY SIZE
                   INTO w-DateDecesX8
               MOVE 'N' TO w-FinContrats
               MOVE FD-CodeClient TO FD-ref_CompteClient OF FD-Contrat
               START ContratF KEY IS = FD-ref_CompteClient OF FD-Contrat
                   INVALID KEY MOVE 'O' TO w-FinContrats
               END-START
               PERFORM Examiner-UnContrat UNTIL FinContrats
               IF w-NbOuvertsClient = zero
                   MOVE spaces TO Lst-Ligne
                   STRING '         aucun contrat couvrant le deces '
                       '- aucun sinistre DC ouvert'
                       DELIMITED BY SIZE INTO Lst-Ligne
                   WRITE Lst-Ligne
               END-IF
           END-IF.

       Examiner-UnContrat.
           READ ContratF NEXT RECORD
               AT END MOVE 'O' TO w-FinContrats
           END-READ.
           IF NOT FinContrats
               IF FD-ref_CompteClient OF FD-Contrat NOT = FD-CodeClient
                   MOVE 'O' TO w-FinContrats
               ELSE
                   MOVE FD-Contrat TO Contrat
                   IF w-DC OF Contrat = 'O'
                       AND w-DC-debut OF Contrat (1:2) NUMERIC
                       AND w-DC-debut OF Contrat (4:2) NUMERIC
                       AND w-DC-debut OF Contrat (7:4) NUMERIC
                       perform Controler-CouvertureDC
                   END-IF
               END-IF
           END-IF.

       Controler-CouvertureDC.
           STRING w-DC-debut OF Contrat (7:4)
               w-DC-debut OF Contrat (4:2)
               w-DC-debut OF Contrat (1:2) DELIMITED BY SIZE
               INTO w-DateGarX8.
           MOVE spaces TO w-DateFinX8.
           IF w-FinContrat (1:2) NUMERIC
               AND w-FinContrat (4:2) NUMERIC
               AND w-FinContrat (7:4) NUMERIC
               STRING w-FinContrat (7:4) w-FinContrat (4:2)
                   w-FinContrat (1:2) DELIMITED BY SIZE
                   INTO w-DateFinX8
           END-IF.
           IF w-DateGarX8 NOT > w-DateDecesX8
               AND (w-DateFinX8 = spaces
                   OR w-DateFinX8 NOT < w-DateDecesX8)
               perform Controler-DoublonDC
               IF NOT DejaDeclare
                   perform Ouvrir-UnSinistreDC
               END-IF
           END-IF.

       Controler-DoublonDC.
           MOVE 'N' TO w-DejaDeclare.
           MOVE 'N' TO w-FinScanDup.
           MOVE FD-CodeClient TO FD-ref_CodeClient.
           START SinisF KEY IS = FD-ref_CodeClient
               INVALID KEY MOVE 'O' TO w-FinScanDup
           END-START.
           PERFORM Examiner-DoublonDC UNTIL FinScanDup.

       Examiner-DoublonDC.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinScanDup
           END-READ.
           IF NOT FinScanDup
               IF FD-ref_CodeClient NOT = FD-CodeClient
                   MOVE 'O' TO w-FinScanDup
               ELSE
                   IF FD-ref_CodeContrat = w-CodeContrat OF Contrat
                       AND FD-TypeSinistre = 'DC'
                       MOVE 'O' TO w-DejaDeclare
                       MOVE 'O' TO w-FinScanDup
                       MOVE spaces TO Lst-Ligne
                       STRING '         contrat ' w-CodeContrat
                           OF Contrat ' - sinistre DC deja declare '
                           FD-CodeSinistre
                           DELIMITED BY SIZE INTO Lst-Ligne
                       WRITE Lst-Ligne
                   END-IF
               END-IF
           END-IF.

       Ouvrir-UnSinistreDC.
           MOVE 'N' TO w-CodeLibre.
           PERFORM Chercher-CodeLibre
               UNTIL CodeLibre OR w-Gen-Seq = 999.
           MOVE spaces TO Sinistres.
           MOVE w-CodeGenere TO w-CodeSinistre OF Sinistres.
           MOVE FD-CodeClient TO w-ref_CodeClient OF Sinistres.
           MOVE w-CodeContrat OF Contrat
               TO w-ref_CodeContrat OF Sinistres.
           MOVE DCD-DateDeces TO w-DateSinistre.
           STRING w-DateDuJour (7:2) '/' w-DateDuJour (5:2) '/'
               w-DateDuJour (1:4) DELIMITED BY SIZE
               INTO w-DateDeclaration.
           MOVE 'DC' TO w-TypeSinistre.
           MOVE 'Deces notifie par le fichier des deces'
               TO w-Circonstances.
           MOVE zero TO w-MontantRegle.
           MOVE zero TO w-NumAssure.
           MOVE 'N' TO w-Recours.
           MOVE zero TO w-MontantRecours.
           MOVE zero TO w-JoursArretAnterieurs.
           MOVE zero TO w-JoursDossierAnterieurs.
           perform Niveaux-Contrat.
           MOVE w-NV-CapitalDC TO w-MontantReserve.
           MOVE 'DC' TO w-GA-TypeSinistre.
           MOVE w-DateDuJour TO w-GA-DateJour.
           perform Gestionnaire-Attribuer.
           MOVE w-GA-CodeGestionnaire TO w-CodeGestionnaire.
           MOVE w-DateDuJour TO w-DateAttribution.
           MOVE spaces TO w-Approbation.

           MOVE 'O' TO w-EcritureOK.
           MOVE Sinistres TO FD-Sinistre.
           WRITE FD-Sinistre
               INVALID KEY
                   MOVE 'N' TO w-EcritureOK
           END-WRITE.
           MOVE spaces TO Lst-Ligne.
           IF EcritureOK
               ADD 1 TO w-NbOuvertsClient
               ADD 1 TO w-NbSinistresDC
               MOVE w-CodeSinistre OF Sinistres TO w-PJ-CodeSinistre
               MOVE 'DC' TO w-PJ-TypeSinistre
               MOVE w-DateDuJour TO w-PJ-DateJour
               perform Pieces-Exiger
               STRING '         contrat ' w-CodeContrat OF Contrat
                   ' - sinistre DC ' w-CodeSinistre OF Sinistres
                   ' ouvert, gestionnaire ' w-CodeGestionnaire
                   DELIMITED BY SIZE INTO Lst-Ligne
           ELSE
               STRING '         contrat ' w-CodeContrat OF Contrat
                   ' - code sinistre indisponible, ouvrir le '
                   'sinistre DC' DELIMITED BY SIZE INTO Lst-Ligne
           END-IF.
           WRITE Lst-Ligne.

       Chercher-CodeLibre.
           ADD 1 TO w-Gen-Seq.
           MOVE w-CodeGenere TO FD-CodeSinistre.
           READ SinisF
               KEY IS FD-CodeSinistre
               INVALID KEY
                   MOVE 'O' TO w-CodeLibre
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      ************Pieces justificatives requises*********************
           COPY PJREQUIS.

      ************Niveaux de garantie du contrat*********************
           COPY NIVEAUX.

      ************Attribution des sinistres aux gestionnaires********
           COPY ATTRIBUT.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM RapprochementDeces.
