      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor transaction for the claim handlers'
      *          portfolios. Claims are assigned in turn at
      *          declaration; here a supervisor lists the open claims
      *          of a handler - or those left without one - with how
      *          long each has been open against its SLA, the pieces
      *          still missing and the next action (action L), gives
      *          one claim to a named handler or to the next in turn
      *          (action R), or hands every open claim of a handler
      *          back to the turn - for an absence, or to spread the
      *          unassigned claims (action T). A reassigned claim is
      *          stamped with today's date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AffectationSinistres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSINIS.
           COPY SELPIECE.
           COPY SELOPER.
           COPY SELATTRI.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSINISF.
           COPY FDPIECE.
           COPY FDOPER.
           COPY FDATTRI.

       WORKING-STORAGE SECTION.
           COPY WSSINFS.
           COPY WSPJFS.
           COPY WSOPER.
           COPY WSOPEFS.
           COPY WSATTFS.
           COPY WSATTRIB.
           COPY WSSLA.
           COPY WSSUIVI.
           COPY WSJOUVR.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinLecture                pic x.
           88  FinLecture              value 'O'.
       01  w-SinistreTrouve            pic x.
           88  SinistreTrouve          value 'O'.
       01  w-GestionnaireOK            pic x.
           88  GestionnaireOK          value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-ChoixAction               pic x.
       01  w-SinistreSaisi             pic x(10).
       01  w-GestionnaireSaisi         pic x(8).
       01  w-AncienGestionnaire        pic x(8).
       01  w-NbListes                  pic 9(4).
       01  w-NbTransferes              pic 9(4).
       01  w-NbSansPreneur             pic 9(4).
       01  w-JoursEdite                pic zzzz9.
       01  w-Retard                    pic x(7).

      * Sinistres ouverts d'un gestionnaire, releves avant d'etre
      * reattribues: la reattribution change la cle de lecture.
       01  w-MaxATransferer            pic 9(3) value 500.
       01  w-NbATransferer             pic 9(3).
       01  w-IdxT                      pic 9(3).
       01  w-TableTransfert.
           05  w-ATransferer           pic x(10) occurs 500.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour TO w-SV-DateJour.

           perform Operateur-SignOn.
           IF NOT Operateur-Superviseur
               DISPLAY 'Acces refuse: niveau superviseur requis.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SinisF.
           IF NOT SinisF-OK
               DISPLAY 'Fichier des sinistres indisponible, statut '
                   w-SinisF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PieceF.
           OPEN INPUT OperateurF.
           IF OperateurF-OK
               MOVE 'O' TO w-GA-OperDispo
           END-IF.
           perform Attribution-Ouvrir.

           perform Traiter-UneDemande UNTIL FinSaisie.

           CLOSE SinisF.
           CLOSE PieceF.
           CLOSE OperateurF.
           CLOSE AttributionF.
           STOP RUN.

       Traiter-UneDemande.
           DISPLAY 'Action (L=lister / R=reaffecter un sinistre / '
               'T=transferer un portefeuille, vide pour terminer): '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'L'
                   perform Portefeuille-Lister
               WHEN 'R'
                   perform Sinistre-Reaffecter
               WHEN 'T'
                   perform Portefeuille-Transferer
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

      ******************************************************************
      * Liste des sinistres ouverts d'un gestionnaire (code vide: les
      * dossiers restes sans gestionnaire).
      ******************************************************************
       Portefeuille-Lister.
           DISPLAY 'Gestionnaire (vide = sinistres non attribues): '.
           ACCEPT w-GestionnaireSaisi.
           MOVE zero TO w-NbListes.
           perform Portefeuille-Debut.
           PERFORM Portefeuille-ListerUn UNTIL FinLecture.
           DISPLAY w-NbListes ' sinistre(s) ouvert(s).'.

       Portefeuille-Debut.
           MOVE 'N' TO w-FinLecture.
           MOVE w-GestionnaireSaisi TO FD-CodeGestionnaire.
           START SinisF KEY IS = FD-CodeGestionnaire
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.

       Portefeuille-ListerUn.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF FD-CodeGestionnaire NOT = w-GestionnaireSaisi
                   MOVE 'O' TO w-FinLecture
               ELSE
                   IF FD-DateResolution = spaces
                       ADD 1 TO w-NbListes
                       perform Suivi-Evaluer
                       MOVE w-SV-JoursOuverts TO w-JoursEdite
                       IF SV-EnRetard
                           MOVE 'RETARD' TO w-Retard
                       ELSE
                           MOVE spaces TO w-Retard
                       END-IF
                       DISPLAY '  ' FD-CodeSinistre ' '
                           FD-TypeSinistre ' client '
                           FD-ref_CodeClient ' ouvert ' w-JoursEdite
                           'j (SLA ' w-SV-Seuil 'j) ' w-Retard
                           ' pieces manquantes: ' w-SV-NbManquantes
                       DISPLAY '      prochaine action: ' w-SV-Action
                           ' le ' w-SV-DateAction
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Reaffectation d'un sinistre ouvert: a un gestionnaire nomme
      * (operateur mise a jour ou superviseur, present), ou au
      * suivant du tour pour son type, l'actuel excepte.
      ******************************************************************
       Sinistre-Reaffecter.
           DISPLAY 'Code sinistre: '.
           ACCEPT w-SinistreSaisi.
           MOVE w-SinistreSaisi TO FD-CodeSinistre.
           READ SinisF
               KEY IS FD-CodeSinistre
               INVALID KEY
                   MOVE 'N' TO w-SinistreTrouve
                   DISPLAY 'Sinistre inconnu: ' w-SinistreSaisi
               NOT INVALID KEY
                   MOVE 'O' TO w-SinistreTrouve
           END-READ.
           IF SinistreTrouve
               IF FD-DateResolution NOT = spaces
                   DISPLAY 'Sinistre resolu le ' FD-DateResolution
                       ', pas de reaffectation.'
               ELSE
                   DISPLAY 'Type ' FD-TypeSinistre ', gestionnaire '
                       'actuel: ' FD-CodeGestionnaire
                   DISPLAY 'Nouveau gestionnaire (vide = suivant du '
                       'tour): '
                   ACCEPT w-GestionnaireSaisi
                   IF w-GestionnaireSaisi = spaces
                       perform Sinistre-AttribuerTour
                   ELSE
                       perform Gestionnaire-Controler
                       IF GestionnaireOK
                           perform Sinistre-Reecrire
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Gestionnaire-Controler.
           MOVE 'N' TO w-GestionnaireOK.
           MOVE w-GestionnaireSaisi TO FDO-CodeOperateur.
           READ OperateurF
               INVALID KEY
                   DISPLAY 'Operateur inconnu: ' w-GestionnaireSaisi
               NOT INVALID KEY
                   IF FDO-Niveau NOT = '2' AND FDO-Niveau NOT = '3'
                       DISPLAY 'Operateur en consultation seule.'
                   ELSE
                       IF Operateur-Absent
                           DISPLAY 'Operateur marque absent.'
                       ELSE
                           MOVE 'O' TO w-GestionnaireOK
                       END-IF
                   END-IF
           END-READ.

       Sinistre-AttribuerTour.
           MOVE FD-TypeSinistre TO w-GA-TypeSinistre.
           MOVE w-DateDuJour TO w-GA-DateJour.
           MOVE FD-CodeGestionnaire TO w-GA-Exclu.
           perform Gestionnaire-Attribuer.
           IF w-GA-CodeGestionnaire = spaces
               DISPLAY 'Aucun autre gestionnaire disponible pour le '
                   'type ' FD-TypeSinistre '.'
               ADD 1 TO w-NbSansPreneur
           ELSE
               MOVE w-GA-CodeGestionnaire TO w-GestionnaireSaisi
               perform Sinistre-Reecrire
           END-IF.

       Sinistre-Reecrire.
           MOVE FD-CodeGestionnaire TO w-AncienGestionnaire.
           MOVE w-GestionnaireSaisi TO FD-CodeGestionnaire.
           MOVE w-DateDuJour TO FD-DateAttribution.
           REWRITE FD-Sinistre
               INVALID KEY
                   DISPLAY 'Erreur REWRITE sinistre ' FD-CodeSinistre
               NOT INVALID KEY
                   ADD 1 TO w-NbTransferes
                   DISPLAY 'Sinistre ' FD-CodeSinistre ' : '
                       w-AncienGestionnaire ' -> '
                       FD-CodeGestionnaire
           END-REWRITE.

      ******************************************************************
      * Transfert d'un portefeuille: chaque sinistre ouvert du
      * gestionnaire repart au tour de son type, sans lui. Les codes
      * sont releves d'abord; au-dela de la table, relancer l'action.
      ******************************************************************
       Portefeuille-Transferer.
           DISPLAY 'Gestionnaire a decharger (vide = sinistres non '
               'attribues): '.
           ACCEPT w-GestionnaireSaisi.
           MOVE zero TO w-NbATransferer.
           perform Portefeuille-Debut.
           PERFORM Portefeuille-ReleverUn
               UNTIL FinLecture OR w-NbATransferer = w-MaxATransferer.
           IF w-NbATransferer = w-MaxATransferer
               DISPLAY 'Plus de ' w-MaxATransferer ' sinistres: '
                   'relancer l''action pour les suivants.'
           END-IF.
           MOVE zero TO w-NbTransferes.
           MOVE zero TO w-NbSansPreneur.
           PERFORM Portefeuille-TransfererUn
               VARYING w-IdxT FROM 1 BY 1
               UNTIL w-IdxT > w-NbATransferer.
           DISPLAY w-NbTransferes ' sinistre(s) reaffecte(s), '
               w-NbSansPreneur ' sans gestionnaire disponible.'.

       Portefeuille-ReleverUn.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF FD-CodeGestionnaire NOT = w-GestionnaireSaisi
                   MOVE 'O' TO w-FinLecture
               ELSE
                   IF FD-DateResolution = spaces
                       ADD 1 TO w-NbATransferer
                       MOVE FD-CodeSinistre
                           TO w-ATransferer (w-NbATransferer)
                   END-IF
               END-IF
           END-IF.

       Portefeuille-TransfererUn.
           MOVE w-ATransferer (w-IdxT) TO FD-CodeSinistre.
           READ SinisF
               KEY IS FD-CodeSinistre
               INVALID KEY
                   DISPLAY 'Sinistre introuvable: '
                       w-ATransferer (w-IdxT)
               NOT INVALID KEY
                   perform Sinistre-AttribuerTour
           END-READ.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      ************Attribution des sinistres aux gestionnaires********
           COPY ATTRIBUT.

      ************Suivi des sinistres ouverts************************
           COPY SUIVISIN.

      * END PROGRAM AffectationSinistres.
