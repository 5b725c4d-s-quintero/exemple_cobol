      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor queue of the claim settlements held
      *          beyond delegation. ReglementSinistre records an
      *          accepted amount above the operator's settlement
      *          authority for the claim type as pending: the claim
      *          stays open and nothing is paid. Here a supervisor
      *          lists the pending settlements (action L), approves
      *          one (action A) - the resolution date keyed by the
      *          operator is put back, so the night's transfer export
      *          pays it - or sends it back (action N) with a reason:
      *          the decision and amount are cleared and the claim is
      *          settled again from ReglementSinistre. Either way the
      *          supervisor and the date go on the claim. Nobody
      *          approves a settlement they keyed themselves.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprobationReglements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSINIS.
           COPY SELOPER.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSINISF.
           COPY FDOPER.

       WORKING-STORAGE SECTION.
           COPY WSSINFS.
           COPY WSOPER.
           COPY WSOPEFS.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinLecture                pic x.
           88  FinLecture              value 'O'.
       01  w-SinistreTrouve            pic x.
           88  SinistreTrouve          value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-ChoixAction               pic x.
       01  w-SinistreSaisi             pic x(10).
       01  w-Confirmation              pic x.
       01  w-MotifSaisi                pic x(30).
       01  w-MontantEdite              pic z(6)9.99.
       01  w-NbListes                  pic 9(4).
       01  w-NbApprouves               pic 9(4) value zero.
       01  w-NbRenvoyes                pic 9(4) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

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

           perform Attente-Lister.
           perform Traiter-UneDemande UNTIL FinSaisie.

           CLOSE SinisF.
           DISPLAY 'Reglements approuves: ' w-NbApprouves
               ', renvoyes: ' w-NbRenvoyes.
           STOP RUN.

       Traiter-UneDemande.
           DISPLAY 'Action (L=lister / A=approuver / N=renvoyer, '
               'vide pour terminer): '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'L'
                   perform Attente-Lister
               WHEN 'A'
                   perform Reglement-Approuver
               WHEN 'N'
                   perform Reglement-Renvoyer
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

      ******************************************************************
      * La file: tous les sinistres dont le reglement attend une
      * approbation, avec le montant, l'operateur qui l'a saisi et
      * la date de resolution qu'il a proposee.
      ******************************************************************
       Attente-Lister.
           MOVE zero TO w-NbListes.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FD-CodeSinistre.
           START SinisF KEY IS NOT LESS THAN FD-CodeSinistre
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Attente-ListerUn UNTIL FinLecture.
           DISPLAY w-NbListes ' reglement(s) en attente '
               'd''approbation.'.

       Attente-ListerUn.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF Reglement-EnAttente
                   ADD 1 TO w-NbListes
                   MOVE FD-MontantRegle TO w-MontantEdite
                   DISPLAY '  ' FD-CodeSinistre ' ' FD-TypeSinistre
                       ' client ' FD-ref_CodeClient ' montant '
                       w-MontantEdite ' saisi par ' FD-CodeRegleur
                       ' resolu le ' FD-ResolutionProposee
               END-IF
           END-IF.

       Sinistre-Lire.
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
               IF NOT Reglement-EnAttente
                   MOVE 'N' TO w-SinistreTrouve
                   DISPLAY 'Sinistre ' FD-CodeSinistre
                       ' sans reglement en attente.'
               ELSE
                   MOVE FD-MontantRegle TO w-MontantEdite
                   DISPLAY 'Sinistre ' FD-CodeSinistre ' type '
                       FD-TypeSinistre ' contrat ' FD-ref_CodeContrat
                   DISPLAY '  Montant ' w-MontantEdite ' saisi par '
                       FD-CodeRegleur ', resolution proposee le '
                       FD-ResolutionProposee
               END-IF
           END-IF.

      ******************************************************************
      * Approbation: le sinistre reprend la date de resolution saisie
      * et devient payable. Le regleur ne s'approuve pas lui-meme.
      ******************************************************************
       Reglement-Approuver.
           perform Sinistre-Lire.
           IF SinistreTrouve
               IF FD-CodeRegleur = w-CodeOperateur OF Operateur
                   DISPLAY 'Approbation refusee: reglement saisi par '
                       'vous-meme.'
               ELSE
                   DISPLAY 'Approuver ce reglement (O/N): '
                   ACCEPT w-Confirmation
                   IF w-Confirmation = 'O'
                       MOVE 'V' TO FD-StatutApprobation
                       MOVE FD-ResolutionProposee TO FD-DateResolution
                       MOVE w-CodeOperateur OF Operateur
                           TO FD-CodeApprobateur
                       MOVE w-DateDuJour TO FD-DateApprobation
                       MOVE spaces TO FD-MotifRenvoi
                       perform Sinistre-Reecrire
                       ADD 1 TO w-NbApprouves
                       DISPLAY 'Reglement du sinistre ' FD-CodeSinistre
                           ' approuve.'
                   ELSE
                       DISPLAY 'Sinistre laisse en attente.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Renvoi: la decision et le montant sont effaces, le dossier
      * reste ouvert et se regle de nouveau depuis ReglementSinistre;
      * le motif y est affiche au gestionnaire.
      ******************************************************************
       Reglement-Renvoyer.
           perform Sinistre-Lire.
           IF SinistreTrouve
               DISPLAY 'Motif du renvoi: '
               ACCEPT w-MotifSaisi
               IF w-MotifSaisi = spaces
                   DISPLAY 'Motif obligatoire, sinistre laisse en '
                       'attente.'
               ELSE
                   MOVE 'N' TO FD-StatutApprobation
                   MOVE w-MotifSaisi TO FD-MotifRenvoi
                   MOVE spaces TO FD-ResolutionProposee
                   MOVE spaces TO FD-DecisionReglement
                   MOVE zero TO FD-MontantRegle
                   MOVE w-CodeOperateur OF Operateur
                       TO FD-CodeApprobateur
                   MOVE w-DateDuJour TO FD-DateApprobation
                   perform Sinistre-Reecrire
                   ADD 1 TO w-NbRenvoyes
                   DISPLAY 'Reglement du sinistre ' FD-CodeSinistre
                       ' renvoye.'
               END-IF
           END-IF.

       Sinistre-Reecrire.
           REWRITE FD-Sinistre
               INVALID KEY
                   DISPLAY 'Erreur REWRITE sinistre ' FD-CodeSinistre
           END-REWRITE.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM ApprobationReglements.
