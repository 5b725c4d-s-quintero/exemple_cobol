      ******************************************************************
      * Author:
      * Date:
      * Purpose: Posting of premium money received outside the SEPA
      *          collection - a cheque, or a transfer the client made
      *          on their own. The receipt is recorded on ENCAISS.DAT
      *          (payer, means, reference, amount) and applied to one
      *          or more quittances by contract and period: each
      *          quittance covered in full is marked paid with the
      *          date, the payment means and the receipt, and drops
      *          out of the dunning and re-presentation cycles. What
      *          cannot be matched stays on the receipt as unapplied
      *          cash - the suspense account - until an operator
      *          allocates it later (action A) or a supervisor
      *          refunds it (action M). Listing (action L) shows the
      *          receipts still carrying a balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaisieEncaissements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELENCAI.
           COPY SELQUITT.
           COPY SELOPER.

       DATA DIVISION.
       FILE SECTION.
           COPY FDENCAI.
           COPY FDQUITT.
           COPY FDOPER.

       WORKING-STORAGE SECTION.
           COPY WSENCFS.
           COPY WSQUIFS.
           COPY WSOPER.
           COPY WSOPEFS.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinAffectation            pic x.
           88  FinAffectation          value 'O'.
       01  w-FinLecture                pic x.
           88  FinLecture              value 'O'.
       01  w-EncaissementTrouve        pic x.
           88  EncaissementTrouve      value 'O'.
       01  w-QuittanceTrouvee          pic x.
           88  QuittanceTrouvee        value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-ChoixAction               pic x.
       01  w-NumSaisi                  pic x(10).
       01  w-ContratSaisi              pic x(10).
       01  w-PeriodeSaisie             pic x(6).
       01  w-MontantSaisi              pic 9(7)v99.
       01  w-Confirmation              pic x.

      * Numero d'encaissement attribue: 'E' + AAMMJJ + sequence du
      * jour.
       01  w-NumeroGenere.
           05  filler                  pic x value 'E'.
           05  w-Gen-Date              pic x(6).
           05  w-Gen-Seq               pic 9(3).
       01  w-NumeroLibre               pic x.
           88  NumeroLibre             value 'O'.

       01  w-Solde                     pic 9(7)v99.
       01  w-NbAttente                 pic 9(5).
       01  w-NbImpayees                pic 9(5).

       01  w-MontantEdite              pic z(6)9.99.
       01  w-SoldeEdite                pic z(6)9.99.

       01  w-NbEncaissements           pic 9(5) value zero.
       01  w-NbAffectees               pic 9(5) value zero.
       01  w-NbRemboursements          pic 9(5) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour (3:6) TO w-Gen-Date.

           perform Operateur-SignOn.
           IF NOT Operateur-PeutModifier
               DISPLAY 'Acces refuse: niveau mise a jour requis.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O EncaissementF.
           IF NOT EncaissementF-OK
               IF w-EncaissementF-Status = '35'
                   OPEN OUTPUT EncaissementF
                   CLOSE EncaissementF
                   OPEN I-O EncaissementF
               END-IF
           END-IF.
           IF NOT EncaissementF-OK
               DISPLAY 'Fichier des encaissements indisponible, '
                   'statut ' w-EncaissementF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O QuittanceF.
           IF NOT QuittanceF-OK
               DISPLAY 'Fichier des quittances indisponible, statut '
                   w-QuittanceF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           perform Traiter-UneDemande UNTIL FinSaisie.

           CLOSE EncaissementF.
           CLOSE QuittanceF.

           DISPLAY 'Encaissements saisis: ' w-NbEncaissements
               ', quittances reglees: ' w-NbAffectees
               ', remboursements: ' w-NbRemboursements '.'.
           STOP RUN.

       Traiter-UneDemande.
           DISPLAY 'Action (R=reception / A=affectation / '
               'M=remboursement / L=liste, vide pour terminer): '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'R'
                   perform Encaissement-Recevoir
               WHEN 'A'
                   perform Encaissement-Affecter
               WHEN 'M'
                   IF Operateur-Superviseur
                       perform Encaissement-Rembourser
                   ELSE
                       DISPLAY 'Niveau superviseur requis pour '
                           'rembourser.'
                   END-IF
               WHEN 'L'
                   perform Lister-Attente
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

      ******************************************************************
      * Reception: le paiement est enregistre en entier, puis affecte
      * quittance par quittance; le reste eventuel demeure en
      * attente d'affectation sur l'encaissement. Un payeur non
      * identifie (code client vide) reste integralement en attente.
      ******************************************************************
       Encaissement-Recevoir.
           MOVE spaces TO FDE-Encaissement.
           DISPLAY 'Moyen de paiement (C=cheque / V=virement): '.
           ACCEPT FDE-ModeReglement.
           IF NOT Encaissement-Cheque AND NOT Encaissement-Virement
               DISPLAY 'Moyen de paiement inconnu, saisie abandonnee.'
           ELSE
               DISPLAY 'Reference (numero de cheque / de virement): '
               ACCEPT FDE-RefPaiement
               DISPLAY 'Montant recu: '
               ACCEPT w-MontantSaisi
               IF w-MontantSaisi = zero
                   DISPLAY 'Montant nul, saisie abandonnee.'
               ELSE
                   DISPLAY 'Code client du payeur (vide = non '
                       'identifie): '
                   ACCEPT FDE-CodeClient
                   perform Encaissement-Creer
               END-IF
           END-IF.

       Encaissement-Creer.
           MOVE zero TO w-Gen-Seq.
           MOVE 'N' TO w-NumeroLibre.
           PERFORM Chercher-NumeroLibre
               UNTIL NumeroLibre OR w-Gen-Seq = 999.
           MOVE w-NumeroGenere TO FDE-NumEncaissement.
           MOVE w-DateDuJour TO FDE-DateReception.
           MOVE w-MontantSaisi TO FDE-Montant.
           MOVE zero TO FDE-MontantAffecte.
           MOVE zero TO FDE-MontantRembourse.
           MOVE spaces TO FDE-DateRemboursement.
           MOVE 'O' TO FDE-Statut.
           MOVE w-CodeOperateur OF Operateur TO FDE-CodeOperateur.
           MOVE spaces TO FDE-Commentaire.
           WRITE FDE-Encaissement
               INVALID KEY
                   DISPLAY 'Erreur WRITE encaissement '
                       FDE-NumEncaissement
           END-WRITE.
           IF EncaissementF-OK
               ADD 1 TO w-NbEncaissements
               DISPLAY 'Encaissement ' FDE-NumEncaissement
                   ' enregistre.'
               IF FDE-CodeClient NOT = spaces
                   perform Affecter-Quittances
               END-IF
               perform Encaissement-AfficherSolde
           END-IF.

       Chercher-NumeroLibre.
           ADD 1 TO w-Gen-Seq.
           MOVE w-NumeroGenere TO FDE-NumEncaissement.
           READ EncaissementF
               INVALID KEY
                   MOVE 'O' TO w-NumeroLibre
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       Encaissement-Affecter.
           DISPLAY 'Numero d''encaissement: '.
           ACCEPT w-NumSaisi.
           perform Rechercher-Encaissement.
           IF EncaissementTrouve
               IF FDE-CodeClient = spaces
                   DISPLAY 'Payeur non identifie - code client: '
                   ACCEPT FDE-CodeClient
               END-IF
               IF FDE-CodeClient NOT = spaces
                   perform Affecter-Quittances
                   perform Encaissement-AfficherSolde
               END-IF
           END-IF.

       Rechercher-Encaissement.
           MOVE w-NumSaisi TO FDE-NumEncaissement.
           READ EncaissementF
               INVALID KEY
                   MOVE 'N' TO w-EncaissementTrouve
                   DISPLAY 'Encaissement inconnu: ' w-NumSaisi
               NOT INVALID KEY
                   IF Encaissement-Ouvert
                       MOVE 'O' TO w-EncaissementTrouve
                   ELSE
                       MOVE 'N' TO w-EncaissementTrouve
                       DISPLAY 'Encaissement deja solde.'
                   END-IF
           END-READ.

      ******************************************************************
      * Affectation: les quittances non reglees du client sont
      * listees, l'operateur designe contrat et periode. Seule une
      * quittance impayee (ou due, pas encore partie a la banque)
      * couverte en entier par le solde est reglee - une quittance
      * deja a l'encaissement SEPA attend le retour de la banque.
      ******************************************************************
       Affecter-Quittances.
           perform Lister-QuittancesClient.
           MOVE 'N' TO w-FinAffectation.
           perform Encaissement-CalculerSolde.
           IF w-Solde = zero
               MOVE 'O' TO w-FinAffectation
           END-IF.
           PERFORM Affecter-UneQuittance UNTIL FinAffectation.
           REWRITE FDE-Encaissement
               INVALID KEY
                   DISPLAY 'Erreur REWRITE encaissement '
                       FDE-NumEncaissement
           END-REWRITE.

       Affecter-UneQuittance.
           perform Encaissement-CalculerSolde.
           MOVE w-Solde TO w-SoldeEdite.
           DISPLAY 'Solde a affecter: ' w-SoldeEdite.
           DISPLAY 'Contrat de la quittance (vide pour terminer): '.
           ACCEPT w-ContratSaisi.
           IF w-ContratSaisi = spaces
               MOVE 'O' TO w-FinAffectation
           ELSE
               DISPLAY 'Periode (AAAAMM): '
               ACCEPT w-PeriodeSaisie
               perform Regler-Quittance
               perform Encaissement-CalculerSolde
               IF w-Solde = zero
                   MOVE 'O' TO w-FinAffectation
               END-IF
           END-IF.

       Regler-Quittance.
           MOVE w-ContratSaisi TO FDQ-CodeContrat.
           MOVE w-PeriodeSaisie TO FDQ-Periode.
           READ QuittanceF
               INVALID KEY
                   MOVE 'N' TO w-QuittanceTrouvee
                   DISPLAY 'Quittance inconnue: ' w-ContratSaisi
                       ' ' w-PeriodeSaisie
               NOT INVALID KEY
                   MOVE 'O' TO w-QuittanceTrouvee
           END-READ.
           IF QuittanceTrouvee
               EVALUATE TRUE
                   WHEN FDQ-ref_CodeClient NOT = FDE-CodeClient
                       DISPLAY 'Quittance d''un autre client: '
                           FDQ-ref_CodeClient
                   WHEN NOT Quittance-Impayee AND NOT Quittance-Due
                       DISPLAY 'Quittance non reglable, statut '
                           FDQ-Statut
                   WHEN FDQ-MontantDu > w-Solde
                       MOVE FDQ-MontantDu TO w-MontantEdite
                       DISPLAY 'Solde insuffisant pour la quittance de '
                           w-MontantEdite
                   WHEN OTHER
                       perform Quittance-MarquerPayee
               END-EVALUATE
           END-IF.

       Quittance-MarquerPayee.
           MOVE 'P' TO FDQ-Statut.
           MOVE w-DateDuJour TO FDQ-DateReglement.
           MOVE w-DateDuJour TO FDQ-DateConfirmation.
           MOVE 'N' TO FDQ-Representation.
           MOVE FDE-ModeReglement TO FDQ-ModeReglement.
           MOVE FDE-NumEncaissement TO FDQ-NumEncaissement.
           REWRITE FDQ-Quittance
               INVALID KEY
                   DISPLAY 'Erreur REWRITE quittance '
                       FDQ-CodeContrat ' ' FDQ-Periode
           END-REWRITE.
           IF QuittanceF-OK
               ADD FDQ-MontantDu TO FDE-MontantAffecte
               ADD 1 TO w-NbAffectees
               DISPLAY 'Quittance ' FDQ-CodeContrat ' '
                   FDQ-Periode ' reglee.'
           END-IF.

       Lister-QuittancesClient.
           MOVE zero TO w-NbImpayees.
           DISPLAY 'Quittances a regler du client ' FDE-CodeClient
               ':'.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FDQ-CleQuittance.
           START QuittanceF KEY IS NOT LESS THAN FDQ-CleQuittance
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Lister-UneQuittance UNTIL FinLecture.
           IF w-NbImpayees = zero
               DISPLAY '  aucune.'
           END-IF.

       Lister-UneQuittance.
           READ QuittanceF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF FDQ-ref_CodeClient = FDE-CodeClient
                   AND (Quittance-Impayee OR Quittance-Due)
                   ADD 1 TO w-NbImpayees
                   MOVE FDQ-MontantDu TO w-MontantEdite
                   DISPLAY '  ' FDQ-CodeContrat ' ' FDQ-Periode
                       ' ' w-MontantEdite ' statut ' FDQ-Statut
               END-IF
           END-IF.

      ******************************************************************
      * Remboursement: tout le solde non affecte est rendu au payeur
      * et l'encaissement est solde; le motif est garde en
      * commentaire.
      ******************************************************************
       Encaissement-Rembourser.
           DISPLAY 'Numero d''encaissement: '.
           ACCEPT w-NumSaisi.
           perform Rechercher-Encaissement.
           IF EncaissementTrouve
               perform Encaissement-CalculerSolde
               MOVE w-Solde TO w-SoldeEdite
               DISPLAY 'Rembourser ' w-SoldeEdite ' au payeur? (O/N): '
               ACCEPT w-Confirmation
               IF w-Confirmation = 'O'
                   DISPLAY 'Motif du remboursement: '
                   ACCEPT FDE-Commentaire
                   ADD w-Solde TO FDE-MontantRembourse
                   MOVE w-DateDuJour TO FDE-DateRemboursement
                   MOVE 'S' TO FDE-Statut
                   REWRITE FDE-Encaissement
                       INVALID KEY
                           DISPLAY 'Erreur REWRITE encaissement '
                               FDE-NumEncaissement
                   END-REWRITE
                   ADD 1 TO w-NbRemboursements
                   DISPLAY 'Encaissement ' FDE-NumEncaissement
                       ' rembourse et solde.'
               END-IF
           END-IF.

       Encaissement-CalculerSolde.
           COMPUTE w-Solde = FDE-Montant - FDE-MontantAffecte
               - FDE-MontantRembourse.

      ******************************************************************
      * Un encaissement dont tout le montant est affecte est solde;
      * sinon le reste demeure en compte d'attente.
      ******************************************************************
       Encaissement-AfficherSolde.
           perform Encaissement-CalculerSolde.
           IF w-Solde = zero
               MOVE 'S' TO FDE-Statut
               REWRITE FDE-Encaissement
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE encaissement '
                           FDE-NumEncaissement
               END-REWRITE
               DISPLAY 'Encaissement ' FDE-NumEncaissement
                   ' entierement affecte.'
           ELSE
               MOVE w-Solde TO w-SoldeEdite
               DISPLAY 'Encaissement ' FDE-NumEncaissement ': '
                   w-SoldeEdite ' en attente d''affectation.'
           END-IF.

       Lister-Attente.
           MOVE zero TO w-NbAttente.
           DISPLAY 'Encaissements en attente d''affectation:'.
           MOVE 'N' TO w-FinLecture.
           MOVE LOW-VALUES TO FDE-NumEncaissement.
           START EncaissementF
               KEY IS NOT LESS THAN FDE-NumEncaissement
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Lister-UnEncaissement UNTIL FinLecture.
           IF w-NbAttente = zero
               DISPLAY '  aucun.'
           END-IF.

       Lister-UnEncaissement.
           READ EncaissementF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF Encaissement-Ouvert
                   ADD 1 TO w-NbAttente
                   perform Encaissement-CalculerSolde
                   MOVE w-Solde TO w-SoldeEdite
                   DISPLAY '  ' FDE-NumEncaissement ' du '
                       FDE-DateReception ' ' FDE-ModeReglement ' '
                       FDE-RefPaiement ' client ' FDE-CodeClient
                       ' solde ' w-SoldeEdite
               END-IF
           END-IF.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM SaisieEncaissements.
