      ******************************************************************
      * Author:
      * Date:
      * Purpose: Follow-up of the overpayments claimed back from
      *          clients (INDUS.DAT). The claim payment runs open
      *          them and keep back what they can from the client's
      *          later claim payments; here the claims staff list a
      *          client's overpayments (action L) and the movements
      *          of one of them (action H), record a transfer received
      *          from the client (action V), and ask for the balance
      *          to be written off with a reason (action P). A
      *          write-off only takes effect when a supervisor other
      *          than the requester approves it (action A) - refused,
      *          the overpayment goes back to recovery. Every amount
      *          taken off a balance is a movement on MVTINDU.DAT,
      *          posted by ExportJournalCompta the same night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecouvrementIndus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELINDU.
           COPY SELMVIN.
           COPY SELOPER.

       DATA DIVISION.
       FILE SECTION.
           COPY FDINDU.
           COPY FDMVIN.
           COPY FDOPER.

       WORKING-STORAGE SECTION.
           COPY WSINDFS.
           COPY WSMVIFS.
           COPY WSOPER.
           COPY WSOPEFS.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinLecture                pic x.
           88  FinLecture              value 'O'.
       01  w-InduTrouve                pic x.
           88  InduTrouve              value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-ChoixAction               pic x.
       01  w-ClientSaisi               pic x(10).
       01  w-SinistreSaisi             pic x(10).
       01  w-NumSaisi                  pic 9(2).
       01  w-Confirmation              pic x.
       01  w-MotifSaisi                pic x(30).
       01  w-ReferenceSaisie           pic x(20).
       01  w-MontantSaisi              pic 9(9)v99.
       01  w-NbListes                  pic 9(4).

       01  w-TypeMouvement             pic x.
       01  w-MontantMouvement          pic 9(9)v99.

       01  w-MontantEdite              pic z(8)9.99.
       01  w-SoldeEdite                pic z(8)9.99.
       01  w-LibelleStatut             pic x(16).

       01  w-NbVirements               pic 9(4) value zero.
       01  w-NbDemandes                pic 9(4) value zero.
       01  w-NbAbandons                pic 9(4) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           perform Operateur-SignOn.
           IF NOT Operateur-PeutModifier
               DISPLAY 'Acces refuse: niveau mise a jour requis.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O IndusF.
           IF NOT IndusF-OK
               DISPLAY 'Fichier des indus indisponible, statut '
                   w-IndusF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MvtIndusF.
           IF NOT MvtIndusF-OK
               IF w-MvtIndusF-Status = '35'
                   OPEN OUTPUT MvtIndusF
                   CLOSE MvtIndusF
                   OPEN I-O MvtIndusF
               END-IF
           END-IF.

           perform Traiter-UneDemande UNTIL FinSaisie.

           CLOSE IndusF.
           CLOSE MvtIndusF.
           DISPLAY 'Virements enregistres: ' w-NbVirements
               ', abandons demandes: ' w-NbDemandes
               ', accordes: ' w-NbAbandons.
           STOP RUN.

       Traiter-UneDemande.
           DISPLAY 'Action (L=lister / H=historique / V=virement recu '
               '/ P=abandon / A=approuver abandon, vide pour '
               'terminer): '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'L'
                   perform Indus-Lister
               WHEN 'H'
                   perform Indu-Historique
               WHEN 'V'
                   perform Indu-Virement
               WHEN 'P'
                   perform Indu-DemanderAbandon
               WHEN 'A'
                   IF Operateur-Superviseur
                       perform Indu-ApprouverAbandon
                   ELSE
                       DISPLAY 'Niveau superviseur requis pour '
                           'approuver un abandon.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

      ******************************************************************
      * Tous les indus du client, par l'index client: le sinistre
      * d'origine, l'ouverture, le montant reclame et ce qui en reste.
      ******************************************************************
       Indus-Lister.
           DISPLAY 'Code client: '.
           ACCEPT w-ClientSaisi.
           MOVE zero TO w-NbListes.
           MOVE 'N' TO w-FinLecture.
           MOVE w-ClientSaisi TO FDIN-CodeClient.
           START IndusF KEY IS NOT LESS THAN FDIN-CodeClient
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Indus-ListerUn UNTIL FinLecture.
           DISPLAY w-NbListes ' indu(s) pour le client '
               w-ClientSaisi '.'.

       Indus-ListerUn.
           READ IndusF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF FDIN-CodeClient NOT = w-ClientSaisi
                   MOVE 'O' TO w-FinLecture
               ELSE
                   ADD 1 TO w-NbListes
                   perform Indu-Afficher
               END-IF
           END-IF.

       Indu-Afficher.
           EVALUATE TRUE
               WHEN Indu-Ouvert
                   MOVE 'a recouvrer' TO w-LibelleStatut
               WHEN Indu-PerteDemandee
                   MOVE 'abandon demande' TO w-LibelleStatut
               WHEN Indu-Recouvre
                   MOVE 'recouvre' TO w-LibelleStatut
               WHEN Indu-Abandonne
                   MOVE 'abandonne' TO w-LibelleStatut
               WHEN OTHER
                   MOVE FDIN-Statut TO w-LibelleStatut
           END-EVALUATE.
           MOVE FDIN-MontantInitial TO w-MontantEdite.
           MOVE FDIN-Solde TO w-SoldeEdite.
           DISPLAY '  ' FDIN-CodeSinistre '/' FDIN-NumIndu
               ' ouvert le ' FDIN-DateOuverture ' montant '
               w-MontantEdite ' reste ' w-SoldeEdite ' '
               w-LibelleStatut.

       Indu-Lire.
           DISPLAY 'Code sinistre: '.
           ACCEPT w-SinistreSaisi.
           DISPLAY 'Numero d''indu: '.
           ACCEPT w-NumSaisi.
           MOVE w-SinistreSaisi TO FDIN-CodeSinistre.
           MOVE w-NumSaisi TO FDIN-NumIndu.
           READ IndusF
               KEY IS FDIN-CleIndu
               INVALID KEY
                   MOVE 'N' TO w-InduTrouve
                   DISPLAY 'Indu inconnu: ' w-SinistreSaisi '/'
                       w-NumSaisi
               NOT INVALID KEY
                   MOVE 'O' TO w-InduTrouve
                   perform Indu-Afficher
           END-READ.

       Indu-Historique.
           perform Indu-Lire.
           IF InduTrouve
               MOVE 'N' TO w-FinLecture
               MOVE FDIN-CodeSinistre TO FDMI-CodeSinistre
               MOVE FDIN-NumIndu TO FDMI-NumIndu
               MOVE zero TO FDMI-NumMouvement
               START MvtIndusF KEY IS NOT LESS THAN FDMI-CleMouvement
                   INVALID KEY MOVE 'O' TO w-FinLecture
               END-START
               PERFORM Indu-HistoriqueUn UNTIL FinLecture
               IF FDIN-MotifPerte NOT = spaces
                   DISPLAY '  Abandon demande par '
                       FDIN-DemandeurPerte ': ' FDIN-MotifPerte
               END-IF
           END-IF.

       Indu-HistoriqueUn.
           READ MvtIndusF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF FDMI-CodeSinistre NOT = FDIN-CodeSinistre
                   OR FDMI-NumIndu NOT = FDIN-NumIndu
                   MOVE 'O' TO w-FinLecture
               ELSE
                   MOVE FDMI-Montant TO w-MontantEdite
                   DISPLAY '    ' FDMI-DateMouvement ' '
                       FDMI-TypeMouvement ' ' w-MontantEdite ' '
                       FDMI-Reference ' ' FDMI-CodeOperateur
               END-IF
           END-IF.

      ******************************************************************
      * Virement recu du client: la reference bancaire et le montant,
      * au plus le reste du; le reste a zero, l'indu est recouvre.
      ******************************************************************
       Indu-Virement.
           perform Indu-Lire.
           IF InduTrouve
               IF NOT Indu-Recouvrable OR FDIN-Solde = zero
                   DISPLAY 'Indu clos, rien a recouvrer.'
               ELSE
                   DISPLAY 'Reference du virement: '
                   ACCEPT w-ReferenceSaisie
                   DISPLAY 'Montant recu: '
                   ACCEPT w-MontantSaisi
                   IF w-MontantSaisi = zero
                       OR w-MontantSaisi > FDIN-Solde
                       DISPLAY 'Montant nul ou superieur au reste '
                           'du, saisie abandonnee.'
                   ELSE
                       MOVE 'V' TO w-TypeMouvement
                       MOVE w-MontantSaisi TO w-MontantMouvement
                       perform Mouvement-Ecrire
                       SUBTRACT w-MontantSaisi FROM FDIN-Solde
                       IF FDIN-Solde = zero
                           MOVE 'R' TO FDIN-Statut
                           MOVE w-DateDuJour TO FDIN-DateCloture
                       END-IF
                       perform Indu-Reecrire
                       ADD 1 TO w-NbVirements
                       MOVE FDIN-Solde TO w-SoldeEdite
                       DISPLAY 'Virement enregistre, reste du '
                           w-SoldeEdite
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Demande d'abandon: le motif est obligatoire; l'indu continue
      * d'etre retenu sur les paiements tant qu'elle attend.
      ******************************************************************
       Indu-DemanderAbandon.
           perform Indu-Lire.
           IF InduTrouve
               IF NOT Indu-Ouvert OR FDIN-Solde = zero
                   DISPLAY 'Abandon impossible: indu clos ou deja '
                       'en demande.'
               ELSE
                   DISPLAY 'Motif de l''abandon: '
                   ACCEPT w-MotifSaisi
                   IF w-MotifSaisi = spaces
                       DISPLAY 'Motif obligatoire, demande '
                           'abandonnee.'
                   ELSE
                       MOVE 'P' TO FDIN-Statut
                       MOVE w-CodeOperateur OF Operateur
                           TO FDIN-DemandeurPerte
                       MOVE w-MotifSaisi TO FDIN-MotifPerte
                       perform Indu-Reecrire
                       ADD 1 TO w-NbDemandes
                       DISPLAY 'Abandon demande, en attente '
                           'd''approbation.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Approbation d'un abandon par un superviseur autre que le
      * demandeur: le reste du part en perte. Refuse, l'indu revient
      * au recouvrement.
      ******************************************************************
       Indu-ApprouverAbandon.
           perform Indu-Lire.
           IF InduTrouve
               IF NOT Indu-PerteDemandee
                   DISPLAY 'Aucun abandon en attente sur cet indu.'
               ELSE
                   IF FDIN-DemandeurPerte = w-CodeOperateur OF Operateur
                       DISPLAY 'Approbation refusee: abandon demande '
                           'par vous-meme.'
                   ELSE
                       DISPLAY 'Motif: ' FDIN-MotifPerte
                       DISPLAY 'Accorder l''abandon (O/N): '
                       ACCEPT w-Confirmation
                       IF w-Confirmation = 'O'
                           perform Abandon-Accorder
                       ELSE
                           perform Abandon-Refuser
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Abandon-Accorder.
           MOVE 'P' TO w-TypeMouvement.
           MOVE FDIN-Solde TO w-MontantMouvement.
           MOVE FDIN-MotifPerte TO w-ReferenceSaisie.
           perform Mouvement-Ecrire.
           MOVE zero TO FDIN-Solde.
           MOVE 'A' TO FDIN-Statut.
           MOVE w-CodeOperateur OF Operateur TO FDIN-ApprobateurPerte.
           MOVE w-DateDuJour TO FDIN-DateCloture.
           perform Indu-Reecrire.
           ADD 1 TO w-NbAbandons.
           DISPLAY 'Abandon accorde.'.

       Abandon-Refuser.
           MOVE 'O' TO FDIN-Statut.
           MOVE spaces TO FDIN-DemandeurPerte.
           MOVE spaces TO FDIN-MotifPerte.
           perform Indu-Reecrire.
           DISPLAY 'Abandon refuse, indu remis en recouvrement.'.

       Mouvement-Ecrire.
           ADD 1 TO FDIN-DernierMouvement.
           MOVE FDIN-CodeSinistre     TO FDMI-CodeSinistre.
           MOVE FDIN-NumIndu          TO FDMI-NumIndu.
           MOVE FDIN-DernierMouvement TO FDMI-NumMouvement.
           MOVE FDIN-CodeClient       TO FDMI-CodeClient.
           MOVE w-DateDuJour          TO FDMI-DateMouvement.
           MOVE w-TypeMouvement       TO FDMI-TypeMouvement.
           MOVE w-MontantMouvement    TO FDMI-Montant.
           MOVE w-ReferenceSaisie     TO FDMI-Reference.
           MOVE w-CodeOperateur OF Operateur TO FDMI-CodeOperateur.
           WRITE FDMI-Mouvement
               INVALID KEY
                   DISPLAY 'Erreur WRITE mouvement indu '
                       FDMI-CodeSinistre
           END-WRITE.

       Indu-Reecrire.
           REWRITE FDIN-Indu
               INVALID KEY
                   DISPLAY 'Erreur REWRITE indu ' FDIN-CodeSinistre
           END-REWRITE.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM RecouvrementIndus.
