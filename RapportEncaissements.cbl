      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily report of the cheques and client transfers
      *          posted outside the SEPA collection. Three parts: the
      *          receipts recorded today, the quittances settled
      *          today from a receipt, and the refunds made today;
      *          then the receipts still carrying unapplied cash,
      *          with their age in days and their balance, so that
      *          nothing sits on the suspense account unnoticed. The
      *          total of those balances is what the suspense account
      *          should show in the ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportEncaissements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELENCAI.
           COPY SELQUITT.

           SELECT FichierRapport ASSIGN TO "RAPENCAI.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDENCAI.
           COPY FDQUITT.

       FD  FichierRapport.
       01  Rap-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSENCFS.
           COPY WSQUIFS.

       01  w-DateDuJour                pic 9(8).
       01  w-DateReception             pic 9(8).
       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.

       01  w-Solde                     pic 9(7)v99.
       01  w-AgeJours                  pic 9(5).

       01  w-NbRecus                   pic 9(5) value zero.
       01  w-MontantRecus              pic 9(9)v99 value zero.
       01  w-NbAffectees               pic 9(5) value zero.
       01  w-MontantAffecte            pic 9(9)v99 value zero.
       01  w-NbRembourses              pic 9(5) value zero.
       01  w-MontantRembourse          pic 9(9)v99 value zero.
       01  w-NbAttente                 pic 9(5) value zero.
       01  w-SoldeAttente              pic 9(9)v99 value zero.

       01  w-LigneDetail.
           05  LD-Numero               pic x(10).
           05  filler                  pic x.
           05  LD-Date                 pic x(8).
           05  filler                  pic x.
           05  LD-Mode                 pic x.
           05  filler                  pic x.
           05  LD-Reference            pic x(20).
           05  filler                  pic x.
           05  LD-Client               pic x(10).
           05  filler                  pic x.
           05  LD-Montant              pic z(6)9.99.
           05  filler                  pic x.
           05  LD-Age                  pic z(4)9.

       01  w-LigneAffectation.
           05  LA-Contrat              pic x(10).
           05  filler                  pic x.
           05  LA-Periode              pic x(6).
           05  filler                  pic x.
           05  LA-Client               pic x(10).
           05  filler                  pic x.
           05  LA-Encaissement         pic x(10).
           05  filler                  pic x.
           05  LA-Mode                 pic x.
           05  filler                  pic x.
           05  LA-Montant              pic z(6)9.99.

       01  w-LigneTotal.
           05  LT-Libelle              pic x(30).
           05  LT-Nombre               pic z(4)9.
           05  filler                  pic x.
           05  LT-Montant              pic z(8)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RAPPORTENCAISS' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           OPEN INPUT EncaissementF.
           IF NOT EncaissementF-OK
               DISPLAY 'Fichier des encaissements indisponible, '
                   'statut ' w-EncaissementF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT QuittanceF.
           IF NOT QuittanceF-OK
               DISPLAY 'Fichier des quittances indisponible, statut '
                   w-QuittanceF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FichierRapport.

           MOVE spaces TO Rap-Ligne.
           STRING 'ENCAISSEMENTS HORS PRELEVEMENT DU ' w-DateDuJour
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           perform Imprimer-Recus.
           perform Imprimer-Affectations.
           perform Imprimer-Remboursements.
           perform Imprimer-Attente.

           CLOSE EncaissementF.
           CLOSE QuittanceF.
           CLOSE FichierRapport.

           DISPLAY 'Encaissements: ' w-NbRecus ' recu(s), '
               w-NbAffectees ' affectation(s), ' w-NbAttente
               ' en attente.'.

           MOVE 'F' TO w-RC-Action.
           STRING 'recus=' w-NbRecus ' affectes=' w-NbAffectees
               ' attente=' w-NbAttente
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       Imprimer-Titre.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           WRITE Rap-Ligne.

       Imprimer-EnteteEncaissement.
           MOVE spaces TO Rap-Ligne.
           STRING 'Numero     Recu le  M Reference            '
               'Client           Montant   Age'
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.

       Debut-Encaissements.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDE-NumEncaissement.
           START EncaissementF
               KEY IS NOT LESS THAN FDE-NumEncaissement
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.

       Imprimer-Recus.
           perform Imprimer-Titre.
           MOVE 'ENCAISSEMENTS RECUS CE JOUR' TO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Imprimer-EnteteEncaissement.
           perform Debut-Encaissements.
           PERFORM Imprimer-UnRecu UNTIL FinFichier.
           MOVE 'Total recu' TO LT-Libelle.
           MOVE w-NbRecus TO LT-Nombre.
           MOVE w-MontantRecus TO LT-Montant.
           perform Ecrire-Total.

       Imprimer-UnRecu.
           READ EncaissementF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDE-DateReception = w-DateDuJour
                   ADD 1 TO w-NbRecus
                   ADD FDE-Montant TO w-MontantRecus
                   perform Remplir-LigneDetail
                   MOVE FDE-Montant TO LD-Montant
                   MOVE w-LigneDetail TO Rap-Ligne
                   WRITE Rap-Ligne
               END-IF
           END-IF.

      ******************************************************************
      * Affectations du jour: les quittances reglees aujourd'hui par
      * un cheque ou un virement client, avec l'encaissement source.
      ******************************************************************
       Imprimer-Affectations.
           perform Imprimer-Titre.
           MOVE 'QUITTANCES REGLEES CE JOUR PAR ENCAISSEMENT'
               TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           STRING 'Contrat    Period Client     Encaissemt M'
               '      Montant' DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDQ-CleQuittance.
           START QuittanceF KEY IS NOT LESS THAN FDQ-CleQuittance
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Imprimer-UneAffectation UNTIL FinFichier.
           MOVE 'Total affecte' TO LT-Libelle.
           MOVE w-NbAffectees TO LT-Nombre.
           MOVE w-MontantAffecte TO LT-Montant.
           perform Ecrire-Total.

       Imprimer-UneAffectation.
           READ QuittanceF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF Quittance-Payee AND Reglement-HorsSEPA
                   AND FDQ-DateReglement = w-DateDuJour
                   ADD 1 TO w-NbAffectees
                   ADD FDQ-MontantDu TO w-MontantAffecte
                   MOVE spaces TO w-LigneAffectation
                   MOVE FDQ-CodeContrat TO LA-Contrat
                   MOVE FDQ-Periode TO LA-Periode
                   MOVE FDQ-ref_CodeClient TO LA-Client
                   MOVE FDQ-NumEncaissement TO LA-Encaissement
                   MOVE FDQ-ModeReglement TO LA-Mode
                   MOVE FDQ-MontantDu TO LA-Montant
                   MOVE w-LigneAffectation TO Rap-Ligne
                   WRITE Rap-Ligne
               END-IF
           END-IF.

       Imprimer-Remboursements.
           perform Imprimer-Titre.
           MOVE 'REMBOURSEMENTS CE JOUR' TO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Imprimer-EnteteEncaissement.
           perform Debut-Encaissements.
           PERFORM Imprimer-UnRemboursement UNTIL FinFichier.
           MOVE 'Total rembourse' TO LT-Libelle.
           MOVE w-NbRembourses TO LT-Nombre.
           MOVE w-MontantRembourse TO LT-Montant.
           perform Ecrire-Total.

       Imprimer-UnRemboursement.
           READ EncaissementF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDE-DateRemboursement = w-DateDuJour
                   AND FDE-MontantRembourse NOT = zero
                   ADD 1 TO w-NbRembourses
                   ADD FDE-MontantRembourse TO w-MontantRembourse
                   perform Remplir-LigneDetail
                   MOVE FDE-MontantRembourse TO LD-Montant
                   MOVE w-LigneDetail TO Rap-Ligne
                   WRITE Rap-Ligne
               END-IF
           END-IF.

      ******************************************************************
      * Compte d'attente: chaque encaissement encore ouvert, son age
      * en jours depuis la reception et le solde non affecte. Le
      * total doit rapprocher le solde du compte d'attente.
      ******************************************************************
       Imprimer-Attente.
           perform Imprimer-Titre.
           MOVE 'ENCAISSEMENTS EN ATTENTE D''AFFECTATION' TO Rap-Ligne.
           WRITE Rap-Ligne.
           perform Imprimer-EnteteEncaissement.
           perform Debut-Encaissements.
           PERFORM Imprimer-UneAttente UNTIL FinFichier.
           MOVE 'Solde du compte d''attente' TO LT-Libelle.
           MOVE w-NbAttente TO LT-Nombre.
           MOVE w-SoldeAttente TO LT-Montant.
           perform Ecrire-Total.

       Imprimer-UneAttente.
           READ EncaissementF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF Encaissement-Ouvert
                   COMPUTE w-Solde = FDE-Montant - FDE-MontantAffecte
                       - FDE-MontantRembourse
                   ADD 1 TO w-NbAttente
                   ADD w-Solde TO w-SoldeAttente
                   MOVE FDE-DateReception TO w-DateReception
                   COMPUTE w-AgeJours =
                       FUNCTION INTEGER-OF-DATE(w-DateDuJour)
                       - FUNCTION INTEGER-OF-DATE(w-DateReception)
                   perform Remplir-LigneDetail
                   MOVE w-Solde TO LD-Montant
                   MOVE w-AgeJours TO LD-Age
                   MOVE w-LigneDetail TO Rap-Ligne
                   WRITE Rap-Ligne
               END-IF
           END-IF.

       Remplir-LigneDetail.
           MOVE spaces TO w-LigneDetail.
           MOVE FDE-NumEncaissement TO LD-Numero.
           MOVE FDE-DateReception TO LD-Date.
           MOVE FDE-ModeReglement TO LD-Mode.
           MOVE FDE-RefPaiement TO LD-Reference.
           IF FDE-CodeClient = spaces
               MOVE '(inconnu)' TO LD-Client
           ELSE
               MOVE FDE-CodeClient TO LD-Client
           END-IF.

       Ecrire-Total.
           MOVE all '-' TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE w-LigneTotal TO Rap-Ligne.
           WRITE Rap-Ligne.

      * END PROGRAM RapportEncaissements.
