      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment plans (echeanciers) for premium arrears.
      *          When a client in difficulty agrees to clear the
      *          unpaid quittances of a contract in instalments, the
      *          operator records the plan here (action C): every
      *          unpaid quittance of the contract is covered, frozen
      *          at the dunning stage it had reached and taken out of
      *          the re-presentation queue, and the total is spread
      *          over 1 to 12 monthly instalments - equal by default,
      *          or keyed one by one, the last taking the remainder.
      *          The instalments are collected by the SEPA export;
      *          a returned instalment breaks the plan and dunning
      *          resumes where it stopped. Action V shows a plan and
      *          where each instalment stands; action A (supervisor)
      *          cancels an active plan by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionEcheanciers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELECHEA.
           COPY SELQUITT.
           COPY SELOPER.

       DATA DIVISION.
       FILE SECTION.
           COPY FDECHEA.
           COPY FDQUITT.
           COPY FDOPER.

       WORKING-STORAGE SECTION.
           COPY WSECHFS.
           COPY WSQUIFS.
           COPY WSOPER.
           COPY WSOPEFS.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-FinLecture                pic x.
           88  FinLecture              value 'O'.
       01  w-PlanExistant              pic x.
           88  PlanExistant            value 'O'.
       01  w-PlanValide                pic x.
           88  PlanValide              value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-PeriodeCourante           pic x(6).
       01  w-ChoixAction               pic x.
       01  w-ContratSaisi              pic x(10).
       01  w-Confirmation              pic x.
       01  w-MontantsEgaux             pic x.

       01  w-PremierMois.
           05  w-PM-AAAA               pic 9(4).
           05  w-PM-MM                 pic 9(2).
       01  w-PremierMoisX redefines w-PremierMois pic x(6).

       01  w-NbEcheancesSaisi          pic 9(2).
       01  w-IdxQ                      pic 9(2).
       01  w-IdxE                      pic 9(2).
       01  w-MontantEcheance           pic 9(7)v99.
       01  w-MontantSaisi              pic 9(7)v99.
       01  w-Reste                     pic s9(8)v99.

       01  w-MontantEdite              pic z(6)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour (1:6) TO w-PeriodeCourante.

           perform Operateur-SignOn.
           IF NOT Operateur-PeutModifier
               DISPLAY 'Acces refuse: niveau mise a jour requis.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O EcheancierF.
           IF NOT EcheancierF-OK
               IF w-EcheancierF-Status = '35'
                   OPEN OUTPUT EcheancierF
                   CLOSE EcheancierF
                   OPEN I-O EcheancierF
               END-IF
           END-IF.
           IF NOT EcheancierF-OK
               DISPLAY 'Fichier des echeanciers indisponible, statut '
                   w-EcheancierF-Status
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

           CLOSE EcheancierF.
           CLOSE QuittanceF.
           STOP RUN.

       Traiter-UneDemande.
           DISPLAY 'Action (C=creer / V=consulter / A=annuler, '
               'vide pour terminer): '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'C'
                   perform Echeancier-Creer
               WHEN 'V'
                   perform Echeancier-Consulter
               WHEN 'A'
                   IF Operateur-Superviseur
                       perform Echeancier-Annuler
                   ELSE
                       DISPLAY 'Niveau superviseur requis pour '
                           'annuler un echeancier.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

       Lire-Echeancier.
           DISPLAY 'Code contrat: '.
           ACCEPT w-ContratSaisi.
           MOVE w-ContratSaisi TO FDEC-CodeContrat.
           READ EcheancierF
               INVALID KEY
                   MOVE 'N' TO w-PlanExistant
               NOT INVALID KEY
                   MOVE 'O' TO w-PlanExistant
           END-READ.

      ******************************************************************
      * Creation: un seul plan actif par contrat. Toutes les
      * quittances impayees du contrat sont reprises (douze au plus),
      * chacune gelee a son niveau de relance et retiree de la file
      * de re-presentation - c'est le plan qui les encaisse desormais.
      ******************************************************************
       Echeancier-Creer.
           perform Lire-Echeancier.
           IF PlanExistant AND Echeancier-Actif
               DISPLAY 'Un echeancier est deja actif sur ce contrat.'
           ELSE
               perform Echeancier-Preparer
               IF FDEC-NbQuittances = zero
                   DISPLAY 'Aucune quittance impayee sur ce contrat.'
               ELSE
                   perform Echeancier-Definir
                   IF PlanValide
                       perform Echeancier-Afficher
                       DISPLAY 'Confirmer l''echeancier? (O/N): '
                       ACCEPT w-Confirmation
                       IF w-Confirmation = 'O'
                           perform Echeancier-Enregistrer
                       ELSE
                           DISPLAY 'Echeancier abandonne.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Echeancier-Preparer.
           MOVE spaces TO FDEC-Echeancier.
           MOVE w-ContratSaisi TO FDEC-CodeContrat.
           MOVE w-DateDuJour TO FDEC-DateCreation.
           MOVE w-CodeOperateur OF Operateur TO FDEC-CodeOperateur.
           MOVE 'A' TO FDEC-Statut.
           MOVE zero TO FDEC-MontantTotal.
           MOVE zero TO FDEC-NbQuittances.
           MOVE zero TO FDEC-NbEcheances.
           MOVE 'N' TO w-FinLecture.
           MOVE w-ContratSaisi TO FDQ-CodeContrat.
           MOVE LOW-VALUES TO FDQ-Periode.
           START QuittanceF KEY IS NOT LESS THAN FDQ-CleQuittance
               INVALID KEY MOVE 'O' TO w-FinLecture
           END-START.
           PERFORM Reprendre-UneQuittance UNTIL FinLecture.

       Reprendre-UneQuittance.
           READ QuittanceF NEXT RECORD
               AT END MOVE 'O' TO w-FinLecture
           END-READ.
           IF NOT FinLecture
               IF FDQ-CodeContrat NOT = w-ContratSaisi
                   MOVE 'O' TO w-FinLecture
               ELSE
                   IF Quittance-Impayee
                       IF FDEC-NbQuittances = 12
                           DISPLAY 'Plus de 12 impayes: quittance '
                               FDQ-Periode ' hors echeancier.'
                       ELSE
                           ADD 1 TO FDEC-NbQuittances
                           MOVE FDEC-NbQuittances TO w-IdxQ
                           MOVE FDQ-Periode
                               TO FDEC-QuitPeriode (w-IdxQ)
                           MOVE FDQ-MontantDu
                               TO FDEC-QuitMontant (w-IdxQ)
                           MOVE FDQ-NiveauRelance
                               TO FDEC-QuitNiveau (w-IdxQ)
                           ADD FDQ-MontantDu TO FDEC-MontantTotal
                           MOVE FDQ-ref_CodeClient TO FDEC-CodeClient
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Calendrier: un prelevement par mois a partir du premier mois
      * convenu (au plus tot le mois courant). Montants egaux par
      * defaut, le dernier absorbant l'arrondi; sinon l'operateur
      * saisit chaque montant convenu et le dernier prend le reste,
      * qui doit rester positif.
      ******************************************************************
       Echeancier-Definir.
           MOVE 'O' TO w-PlanValide.
           MOVE FDEC-MontantTotal TO w-MontantEdite.
           DISPLAY FDEC-NbQuittances ' quittance(s) impayee(s), total '
               w-MontantEdite.
           DISPLAY 'Nombre d''echeances (1 a 12): '.
           ACCEPT w-NbEcheancesSaisi.
           DISPLAY 'Premier mois de prelevement (AAAAMM): '.
           ACCEPT w-PremierMoisX.
           IF w-NbEcheancesSaisi < 1 OR w-NbEcheancesSaisi > 12
               DISPLAY 'Nombre d''echeances invalide.'
               MOVE 'N' TO w-PlanValide
           END-IF.
           IF PlanValide
               IF w-PremierMoisX NOT NUMERIC
                   OR w-PM-MM < 1 OR w-PM-MM > 12
                   OR w-PremierMoisX < w-PeriodeCourante
                   DISPLAY 'Premier mois invalide ou passe.'
                   MOVE 'N' TO w-PlanValide
               END-IF
           END-IF.
           IF PlanValide
               MOVE w-NbEcheancesSaisi TO FDEC-NbEcheances
               DISPLAY 'Montants egaux? (O/N): '
               ACCEPT w-MontantsEgaux
               COMPUTE w-MontantEcheance =
                   FDEC-MontantTotal / FDEC-NbEcheances
               MOVE FDEC-MontantTotal TO w-Reste
               PERFORM Definir-UneEcheance
                   VARYING w-IdxE FROM 1 BY 1
                   UNTIL w-IdxE > FDEC-NbEcheances
                   OR NOT PlanValide
           END-IF.

       Definir-UneEcheance.
           MOVE w-PremierMoisX TO FDEC-EchPeriode (w-IdxE).
           MOVE space TO FDEC-EchStatut (w-IdxE).
           MOVE spaces TO FDEC-EchDateExport (w-IdxE).
           MOVE spaces TO FDEC-EchDateReglement (w-IdxE).
           IF w-IdxE = FDEC-NbEcheances
               IF w-Reste <= zero
                   DISPLAY 'Montants saisis superieurs au total.'
                   MOVE 'N' TO w-PlanValide
               ELSE
                   MOVE w-Reste TO FDEC-EchMontant (w-IdxE)
               END-IF
           ELSE
               IF w-MontantsEgaux = 'N'
                   DISPLAY 'Montant de l''echeance ' w-IdxE ' ('
                       w-PremierMoisX '): '
                   ACCEPT w-MontantSaisi
               ELSE
                   MOVE w-MontantEcheance TO w-MontantSaisi
               END-IF
               MOVE w-MontantSaisi TO FDEC-EchMontant (w-IdxE)
               SUBTRACT w-MontantSaisi FROM w-Reste
           END-IF.
           IF w-PM-MM = 12
               ADD 1 TO w-PM-AAAA
               MOVE 01 TO w-PM-MM
           ELSE
               ADD 1 TO w-PM-MM
           END-IF.

       Echeancier-Enregistrer.
           IF PlanExistant
               REWRITE FDEC-Echeancier
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE echeancier '
                           FDEC-CodeContrat
               END-REWRITE
           ELSE
               WRITE FDEC-Echeancier
                   INVALID KEY
                       DISPLAY 'Erreur WRITE echeancier '
                           FDEC-CodeContrat
               END-WRITE
           END-IF.
           IF EcheancierF-OK
               PERFORM Retirer-Representation
                   VARYING w-IdxQ FROM 1 BY 1
                   UNTIL w-IdxQ > FDEC-NbQuittances
               DISPLAY 'Echeancier enregistre, relances gelees.'
           END-IF.

       Retirer-Representation.
           MOVE FDEC-CodeContrat TO FDQ-CodeContrat.
           MOVE FDEC-QuitPeriode (w-IdxQ) TO FDQ-Periode.
           READ QuittanceF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FDQ-Representation = 'O'
                       MOVE 'N' TO FDQ-Representation
                       REWRITE FDQ-Quittance
                           INVALID KEY
                               DISPLAY 'Erreur REWRITE quittance '
                                   FDQ-CodeContrat ' ' FDQ-Periode
                       END-REWRITE
                   END-IF
           END-READ.

       Echeancier-Consulter.
           perform Lire-Echeancier.
           IF PlanExistant
               perform Echeancier-Afficher
           ELSE
               DISPLAY 'Aucun echeancier sur ce contrat.'
           END-IF.

       Echeancier-Afficher.
           MOVE FDEC-MontantTotal TO w-MontantEdite.
           DISPLAY 'Echeancier contrat ' FDEC-CodeContrat ' client '
               FDEC-CodeClient ' du ' FDEC-DateCreation
               ' statut ' FDEC-Statut ' ' FDEC-DateFin.
           DISPLAY '  Total couvert: ' w-MontantEdite.
           PERFORM Afficher-UneQuittance
               VARYING w-IdxQ FROM 1 BY 1
               UNTIL w-IdxQ > FDEC-NbQuittances.
           PERFORM Afficher-UneEcheance
               VARYING w-IdxE FROM 1 BY 1
               UNTIL w-IdxE > FDEC-NbEcheances.

       Afficher-UneQuittance.
           MOVE FDEC-QuitMontant (w-IdxQ) TO w-MontantEdite.
           DISPLAY '  Quittance ' FDEC-QuitPeriode (w-IdxQ) ' '
               w-MontantEdite ' relance gelee au niveau '
               FDEC-QuitNiveau (w-IdxQ).

       Afficher-UneEcheance.
           MOVE FDEC-EchMontant (w-IdxE) TO w-MontantEdite.
           DISPLAY '  Echeance ' w-IdxE ' ' FDEC-EchPeriode (w-IdxE)
               ' ' w-MontantEdite ' etat ' FDEC-EchStatut (w-IdxE)
               ' ' FDEC-EchDateExport (w-IdxE)
               ' ' FDEC-EchDateReglement (w-IdxE).

      ******************************************************************
      * Annulation manuelle: le plan est rompu, les quittances
      * couvertes reprennent la filiere relances au niveau ou elles
      * avaient ete gelees.
      ******************************************************************
       Echeancier-Annuler.
           perform Lire-Echeancier.
           IF NOT PlanExistant OR NOT Echeancier-Actif
               DISPLAY 'Aucun echeancier actif sur ce contrat.'
           ELSE
               perform Echeancier-Afficher
               DISPLAY 'Annuler cet echeancier? (O/N): '
               ACCEPT w-Confirmation
               IF w-Confirmation = 'O'
                   MOVE 'R' TO FDEC-Statut
                   MOVE w-DateDuJour TO FDEC-DateFin
                   REWRITE FDEC-Echeancier
                       INVALID KEY
                           DISPLAY 'Erreur REWRITE echeancier '
                               FDEC-CodeContrat
                   END-REWRITE
                   DISPLAY 'Echeancier annule, relances reprises.'
               END-IF
           END-IF.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM GestionEcheanciers.
