      *          and every row gets an acknowledgment line back to
      *          the portal with the assigned code or the rejection
      *          reason, so the web team finally has something to
      *          show the client. An IT arrest shortly after a
      *          return to work on the same contract is linked to
      *          its original claim as a relapse (rechute). Each
      *          claim loaded is assigned to the next handler of its
      *          type, as at the counter.
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
           COPY SELCLIEN.
           COPY SELPIECE.
           COPY SELCAREN.
           COPY SELRECHU.
           COPY SELOPER.
           COPY SELATTRI.

           SELECT WebSinistres ASSIGN TO "WEBSIN.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY FDCLIENT.
           COPY FDPIECE.
           COPY FDCAREN.
           COPY FDRECHU.
           COPY FDOPER.
           COPY FDATTRI.

       FD  WebSinistres.
       01  WSIN-Declaration.
           05  WSIN-TypeSinistre       pic xx.
           05  WSIN-DateSinistre       pic x(10).
           05  WSIN-Circonstances      pic x(50).
           COPY FDFLUX.

       FD  AckSinistres.
       01  Ack-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSSINFS.
           COPY WSCNTFS.
           COPY WSCLIFS.
           COPY WSPJFS.
           COPY WSPJREQ.
           COPY WSCAREN.
           COPY WSRECHU.
           COPY WSSINIS.
           COPY WSCONTRA.
           COPY WSNIVEAU.
           COPY WSOPEFS.
           COPY WSATTFS.
           COPY WSATTRIB.

       01  w-FinWeb                    pic x value 'N'.
           88  FinWeb                  value 'O'.
           MOVE w-DateDuJour (3:6) TO w-Gen-Date.
           MOVE zero TO w-Gen-Seq.

           perform Controler-Declarations.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           OPEN INPUT WebSinistres.
           perform SinistreMaster-Open.
           perform PieceMaster-Open.
           perform Carences-Charger.
           perform Rechutes-Charger.
           OPEN INPUT ContratF.
           OPEN INPUT ClientF.
           OPEN OUTPUT AckSinistres.
           OPEN INPUT OperateurF.
           IF OperateurF-OK
               MOVE 'O' TO w-GA-OperDispo
           ELSE
               DISPLAY 'Fichier des operateurs indisponible, statut '
                   w-OperateurF-Status ': sinistres non attribues.'
           END-IF.
           perform Attribution-Ouvrir.

           PERFORM UNTIL FinWeb
               READ WebSinistres
                   AT END MOVE 'O' TO w-FinWeb
                   NOT AT END
                       IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                           ADD 1 TO w-NbLus
                           perform Traiter-Declaration
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ContratF.
           CLOSE ClientF.
           CLOSE AckSinistres.
           IF GA-OperDispo
               CLOSE OperateurF
           END-IF.
           CLOSE AttributionF.
           perform Flux-Accepter.

           DISPLAY 'Ingestion des sinistres web terminee.'.
           DISPLAY '  Lignes lues : ' w-NbLus.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * First pass over the feed: header, trailer, row count and
      * sequence are checked before any claim is loaded. The rows
      * carry no amount, the trailer total is zero.
      ******************************************************************
       Controler-Declarations.
           MOVE 'WEBSIN' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT WebSinistres.
           MOVE 'N' TO w-FinWeb.
           PERFORM Controler-LigneDeclaration UNTIL FinWeb.
           CLOSE WebSinistres.
           MOVE 'N' TO w-FinWeb.
           perform Flux-Conclure.

       Controler-LigneDeclaration.
           READ WebSinistres
               AT END MOVE 'O' TO w-FinWeb
               NOT AT END
                   perform Flux-Examiner
           END-READ.

       SinistreMaster-Open.
           OPEN I-O SinisF.
           IF NOT SinisF-OK
           MOVE WSIN-DateSinistre TO w-DateSinistre.

           perform Sinistre-Controler.
           MOVE spaces TO w-SinistreOrigine.
           MOVE zero TO w-JoursArretAnterieurs.
           MOVE zero TO w-JoursDossierAnterieurs.
           IF SinistreOK AND w-TypeSinistre = 'IT'
               perform Sinistre-RechercherRechute
           END-IF.
           IF SinistreOK
               perform Charger-Sinistre
           ELSE
               ADD 1 TO w-NbRejets
           END-IF.

      ******************************************************************
      * Un arret IT du titulaire peu apres sa reprise du travail sur
      * le meme contrat est rattache d'office a l'arret d'origine
      * (RECHUTES.cpy): pas de seconde franchise, anciennete du
      * dossier d'origine. L'accuse de reception le signale.
      ******************************************************************
       Sinistre-RechercherRechute.
           MOVE w-ref_CodeClient OF Sinistres TO w-RH-CodeClient.
           MOVE w-ref_CodeContrat OF Sinistres TO w-RH-CodeContrat.
           MOVE zero TO w-RH-NumAssure.
           MOVE w-DateSinistre TO w-RH-DateSinistre.
           MOVE w-DateDuJour TO w-RH-DateJour.
           perform Rechute-Rechercher.
           IF RH-Trouve
               MOVE w-RH-CodeOrigine TO w-SinistreOrigine
               MOVE w-RH-JoursArret TO w-JoursArretAnterieurs
               MOVE w-RH-JoursDossier TO w-JoursDossierAnterieurs
           END-IF.

      ******************************************************************
      * Memes controles de couverture que la declaration au guichet
      * (Principale), plus l'existence du client declarant - le
           MOVE spaces TO w-MotifReouverture.
           MOVE spaces TO w-ResolutionInitiale.
           perform Reserve-Defaut.
           MOVE w-TypeSinistre TO w-GA-TypeSinistre.
           MOVE w-DateDuJour TO w-GA-DateJour.
           perform Gestionnaire-Attribuer.
           MOVE w-GA-CodeGestionnaire TO w-CodeGestionnaire.
           MOVE w-DateDuJour TO w-DateAttribution.
           MOVE spaces TO w-Approbation.

           MOVE Sinistres TO FD-Sinistre.
           WRITE FD-Sinistre
               MOVE w-TypeSinistre TO w-PJ-TypeSinistre
               MOVE w-DateDuJour TO w-PJ-DateJour
               perform Pieces-Exiger
               IF w-SinistreOrigine = spaces
                   STRING 'ACCEPTE  ' WSIN-CodeClient ' '
                       WSIN-CodeContrat ' sinistre '
                       w-CodeSinistre OF Sinistres
                       DELIMITED BY SIZE INTO Ack-Ligne
               ELSE
                   STRING 'ACCEPTE  ' WSIN-CodeClient ' '
                       WSIN-CodeContrat ' sinistre '
                       w-CodeSinistre OF Sinistres
                       ' rechute de ' w-SinistreOrigine
                       DELIMITED BY SIZE INTO Ack-Ligne
               END-IF
               WRITE Ack-Ligne
               ADD 1 TO w-NbCharges
           ELSE

      ******************************************************************
      * Provision posee a la declaration, memes defauts par type que
      * la declaration au guichet (le DC suit le capital du contrat,
      * celui que versera CalculSinistreDC).
      ******************************************************************
       Reserve-Defaut.
           EVALUATE w-TypeSinistre
               WHEN 'DC'
                   perform Niveaux-Contrat
                   MOVE w-NV-CapitalDC TO w-MontantReserve
               WHEN 'IT' MOVE  5000.00 TO w-MontantReserve
               WHEN 'IA' MOVE 10000.00 TO w-MontantReserve
               WHEN 'PE' MOVE  3000.00 TO w-MontantReserve
      ************Delais de carence a la declaration*****************
           COPY CARENCES.

      ************Rechutes d'arret de travail************************
           COPY RECHUTES.

      ************Niveaux de garantie du contrat*********************
           COPY NIVEAUX.

      ************Attribution des sinistres aux gestionnaires********
           COPY ATTRIBUT.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM IngestionSinistresWeb.
