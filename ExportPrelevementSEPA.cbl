      *          vuecompte view testModule.cbl's C-ListeComptes cursor
      *          already exposes, and writes one collection line per
      *          contract/RIB pair so premiums stop being collected
      *          outside the system. The instalments of the payment
      *          plans (echeanciers) due this month go out alongside,
      *          one line each; an instalment that cannot be sent
      *          (no mandate, no RIB) counts as missed and breaks its
      *          plan. The due date is the first bank business day
      *          from today (calendar of the JoursOuvres routine),
      *          so a collection never falls due on a weekend or a
      *          bank closing day.
      *          The file opens with a header record (file type,
      *          creation date, sequence number) and closes with a
      *          trailer carrying the detail count and the total of the
      *          amounts, so that the receiving side can check it is
      *          complete and in order.
      *          Every line carries the IBAN built from the RIB and the
      *          BIC of the bank (ControleIBAN); a contract whose IBAN
      *          cannot be formed or whose bank has no known BIC goes to
      *          the rejects with the reason instead of to the bank.
      *          Each line also names the period of the quittance or
      *          instalment it collects, which the bank hands back on a
      *          return: a re-presented quittance goes out with today's
      *          due date but keeps its own period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELAJUST.
           COPY SELTAXE.
           COPY SELMANDA.
           COPY SELECHEA.

           SELECT FichierSEPA ASSIGN TO "SEPA.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY FDAJUST.
           COPY FDTAXE.
           COPY FDMANDA.
           COPY FDECHEA.

       FD  FichierSEPA.
       01  Sepa-Ligne                  pic x(220).
           COPY FDFLUX.

       FD  RejetsSEPA.
       01  Rej-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSJOUVR.
           COPY WSCNXGP.
           COPY WSIBAN.
           COPY WSCNTFS.
           COPY WSCLIFS.
           COPY WSQUIFS.
           COPY WSAJUFS.
           COPY WSTAXFS.
           COPY WSMANFS.
           COPY WSECHFS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSPRIME.
           COPY WSPRIMV.

      *Variables hote pour la recherche du RIB (meme vue que
       01  DebitCompte                 pic s9(9)v99 comp-3.
       01  CreditCompte                pic s9(9)v99 comp-3.
       01  SoldeCompte                 pic s9(9)v99 comp-3.
      * Compte trouve sur la vue et IBAN/BIC valides (ControleIBAN);
      * sinon w-IB-Motif dit pourquoi.
       01  w-RIBTrouve                 pic x value 'N'.
           88  RIBTrouve               value 'O'.

           88  FinContrats             value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-DateEcheance              pic 9(8).

       01  w-LigneSepa.
           05  LS-CodeContrat          pic x(10).
           05  LS-DateSignature        pic x(8).
           05  filler                  pic x.
           05  LS-TypeSequence         pic x(4).
           05  filler                  pic x.
           05  LS-IBAN                 pic x(34).
           05  filler                  pic x.
           05  LS-BIC                  pic x(11).
           05  filler                  pic x.
           05  LS-Periode              pic x(6).

       01  w-NbExportes                pic 9(7) value zero.
       01  w-NbRejets                  pic 9(7) value zero.
           88  FinImpayes              value 'O'.
       01  w-NbRepresentes             pic 9(7) value zero.

      * Echeances des plans d'apurement dues ce mois-ci (ou en
      * retard d'un passage manque).
       01  w-FinEcheanciers            pic x value 'N'.
           88  FinEcheanciers          value 'O'.
       01  w-IdxE                      pic 9(2).
       01  w-EcheancierModifie         pic x.
           88  EcheancierModifie       value 'O'.
       01  w-NbEcheances               pic 9(7) value zero.
       01  w-NbEcheancesManquees       pic 9(7) value zero.

       PROCEDURE DIVISION.

      ************Connexion à la base de donnée**************
           perform DeclarerCurseurRIB.

           MOVE w-DateDuJour TO w-DateDuJourX8.
           perform Calculer-DateEcheance.

           OPEN INPUT ContratF.
           OPEN INPUT ClientF.
               MOVE 'O' TO w-TaxesDispo
           END-IF.
           perform MandatF-Open.
           perform EcheancierF-Open.
           OPEN OUTPUT FichierSEPA.
           MOVE 'SEPA' TO w-FX-TypeFichier.
           perform Flux-EcrireEntete.
           OPEN OUTPUT RejetsSEPA.

           MOVE LOW-VALUES TO FD-CodeContrat.
           END-PERFORM.

           perform Representer-Impayes.
           perform Collecter-Echeances.

           CLOSE ContratF.
           CLOSE ClientF.
               CLOSE TaxeF
           END-IF.
           CLOSE MandatF.
           CLOSE EcheancierF.
           perform Flux-EcrirePied.
           CLOSE FichierSEPA.
           CLOSE RejetsSEPA.

           DISPLAY '  Deja exportes     : ' w-NbDejaExportes.
           DISPLAY '  Hors echeance     : ' w-NbHorsEcheance.
           DISPLAY '  Re-presentes      : ' w-NbRepresentes.
           DISPLAY '  Echeances plans   : ' w-NbEcheances.
           DISPLAY '  Echeances manquees: ' w-NbEcheancesManquees.

           COPY DCNXGUEP.

           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * Due date of the collections: today if the banks settle, else
      * the next bank business day.
      ******************************************************************
       Calculer-DateEcheance.
           MOVE 'A' TO w-JO-Fonction.
           MOVE 'B' TO w-JO-Regle.
           MOVE w-DateDuJour TO w-JO-Date.
           MOVE zero TO w-JO-NbJours.
           CALL 'JoursOuvres' USING JoursOuvresParm.
           IF JO-Accepte
               MOVE w-JO-Resultat TO w-DateEcheance
           ELSE
               MOVE w-DateDuJour TO w-DateEcheance
           END-IF.
           DISPLAY 'Date d''echeance des prelevements: '
               w-DateEcheance.

      ******************************************************************
      * A contract is due for collection this cycle when at least one
      * of its six guarantees is active.
                           WRITE Rej-Ligne
                           ADD 1 TO w-NbDejaExportes
                       ELSE
                        MOVE 'P' TO w-CP-Fonction
                        CALL 'CalculPrime' USING CalculPrimeParm,
                            Contrat,
                            w-DateNaissance OF Beneficiaire,
                            w-DateDuJour, w-PrimeContrat,
                            VentilationPrime
                            perform Exporter-Ligne
                        ELSE
                            STRING 'Contrat ' w-CodeContrat OF Contrat
                                ' ' w-IB-Motif ' pour '
                                w-Nom OF Beneficiaire
                                DELIMITED BY SIZE INTO Rej-Ligne
                            WRITE Rej-Ligne
                       perform RIB-Rechercher
                       IF NOT RIBTrouve
                           STRING 'Re-presentation ' FDQ-CodeContrat
                               ' ' FDQ-Periode ': ' w-IB-Motif
                               DELIMITED BY SIZE INTO Rej-Ligne
                           WRITE Rej-Ligne
                           ADD 1 TO w-NbRejets
           MOVE codeguichet                TO LS-CodeGuichet.
           MOVE racinecompte               TO LS-RacineCompte.
           MOVE clerib                     TO LS-CleRIB.
           MOVE w-IB-IBAN                  TO LS-IBAN.
           MOVE w-IB-BIC                   TO LS-BIC.
           MOVE FDQ-MontantDu              TO LS-Montant.
           MOVE w-DateEcheance             TO LS-DateEcheance.
           MOVE FDQ-Periode                TO LS-Periode.
           MOVE FDN-RUM                    TO LS-RUM.
           MOVE FDN-DateSignature          TO LS-DateSignature.
           MOVE w-TypeSequence             TO LS-TypeSequence.
           MOVE w-LigneSepa TO Sepa-Ligne.
           WRITE Sepa-Ligne.
           MOVE LS-Montant TO w-FX-Montant.
           perform Flux-CompterLigne.
           MOVE 'E' TO FDQ-Statut.
           MOVE w-DateDuJour TO FDQ-DateExport.
           MOVE spaces TO FDQ-DateConfirmation.
                       FDQ-CodeContrat ' ' FDQ-Periode
           END-REWRITE.

      ******************************************************************
      * Troisieme passe: les echeances des plans d'apurement actifs
      * arrivees a leur mois partent chacune sur sa propre ligne,
      * avec le mandat et le RIB du client du plan. Une echeance
      * impossible a presenter est une echeance manquee: le plan est
      * rompu et les quittances qu'il couvrait reprennent la filiere
      * relances.
      ******************************************************************
       EcheancierF-Open.
           OPEN I-O EcheancierF.
           IF NOT EcheancierF-OK
               IF w-EcheancierF-Status = '35'
                   OPEN OUTPUT EcheancierF
                   CLOSE EcheancierF
                   OPEN I-O EcheancierF
               END-IF
           END-IF.

       Collecter-Echeances.
           MOVE LOW-VALUES TO FDEC-CodeContrat.
           START EcheancierF KEY IS NOT LESS THAN FDEC-CodeContrat
               INVALID KEY MOVE 'O' TO w-FinEcheanciers
           END-START.
           PERFORM Collecter-UnEcheancier UNTIL FinEcheanciers.

       Collecter-UnEcheancier.
           READ EcheancierF NEXT RECORD
               AT END MOVE 'O' TO w-FinEcheanciers
           END-READ.
           IF NOT FinEcheanciers
               IF Echeancier-Actif
                   MOVE 'N' TO w-EcheancierModifie
                   PERFORM Collecter-UneEcheance
                       VARYING w-IdxE FROM 1 BY 1
                       UNTIL w-IdxE > FDEC-NbEcheances
                       OR NOT Echeancier-Actif
                   IF EcheancierModifie
                       REWRITE FDEC-Echeancier
                           INVALID KEY
                               DISPLAY 'Erreur REWRITE echeancier '
                                   FDEC-CodeContrat
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       Collecter-UneEcheance.
           IF FDEC-EchStatut (w-IdxE) = space
               AND FDEC-EchPeriode (w-IdxE) <= w-DateDuJour (1:6)
               MOVE 'O' TO w-EcheancierModifie
               MOVE spaces TO Rej-Ligne
               MOVE FDEC-CodeClient TO FD-CodeClient
               READ ClientF
                   KEY IS FD-CodeClient
                   INVALID KEY
                       STRING 'Echeancier ' FDEC-CodeContrat
                           ': client inconnu ' FDEC-CodeClient
                           DELIMITED BY SIZE INTO Rej-Ligne
                       perform Echeance-Manquer
                   NOT INVALID KEY
                       MOVE FD-Client TO Beneficiaire
                       perform Mandat-Verifier
                       IF NOT MandatValide
                           STRING 'Echeancier ' FDEC-CodeContrat
                               ': mandat absent ou revoque'
                               DELIMITED BY SIZE INTO Rej-Ligne
                           perform Echeance-Manquer
                       ELSE
                           perform RIB-Rechercher
                           IF NOT RIBTrouve
                               STRING 'Echeancier ' FDEC-CodeContrat
                                   ': ' w-IB-Motif
                                   DELIMITED BY SIZE INTO Rej-Ligne
                               perform Echeance-Manquer
                           ELSE
                               perform Echeance-Exporter
                           END-IF
                       END-IF
               END-READ
           END-IF.

       Echeance-Exporter.
           MOVE SPACES TO w-LigneSepa.
           MOVE FDEC-CodeContrat           TO LS-CodeContrat.
           MOVE FDEC-CodeClient            TO LS-CodeClient.
           MOVE PrenomNom                  TO LS-PrenomNom.
           MOVE codebanque                 TO LS-CodeBanque.
           MOVE codeguichet                TO LS-CodeGuichet.
           MOVE racinecompte               TO LS-RacineCompte.
           MOVE clerib                     TO LS-CleRIB.
           MOVE w-IB-IBAN                  TO LS-IBAN.
           MOVE w-IB-BIC                   TO LS-BIC.
           MOVE FDEC-EchMontant (w-IdxE)   TO LS-Montant.
           MOVE w-DateEcheance             TO LS-DateEcheance.
           MOVE FDEC-EchPeriode (w-IdxE)   TO LS-Periode.
           MOVE FDN-RUM                    TO LS-RUM.
           MOVE FDN-DateSignature          TO LS-DateSignature.
           MOVE w-TypeSequence             TO LS-TypeSequence.
           MOVE w-LigneSepa TO Sepa-Ligne.
           WRITE Sepa-Ligne.
           MOVE LS-Montant TO w-FX-Montant.
           perform Flux-CompterLigne.
           MOVE 'E' TO FDEC-EchStatut (w-IdxE).
           MOVE w-DateEcheance TO FDEC-EchDateExport (w-IdxE).
           perform Mandat-ConsommerPremiere.
           ADD 1 TO w-NbEcheances.

       Echeance-Manquer.
           WRITE Rej-Ligne.
           ADD 1 TO w-NbRejets.
           MOVE 'I' TO FDEC-EchStatut (w-IdxE).
           MOVE 'R' TO FDEC-Statut.
           MOVE w-DateDuJour TO FDEC-DateFin.
           ADD 1 TO w-NbEcheancesManquees.

      ******************************************************************
      * Le contrat est-il a echeance ce mois-ci selon son
      * fractionnement? Un mois de debut inexploitable retombe sur
           MOVE 'N'                      TO FDQ-Representation.
           MOVE zero                     TO FDQ-NbRepresentations.
           MOVE spaces                   TO FDQ-DateConfirmation.
           MOVE 'S'                      TO FDQ-ModeReglement.
           MOVE spaces                   TO FDQ-NumEncaissement.
           IF QuittanceTrouvee
               REWRITE FDQ-Quittance
                   INVALID KEY

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

       Exporter-Ligne.
           MOVE SPACES TO w-LigneSepa.
           MOVE w-CodeContrat OF Contrat   TO LS-CodeContrat.
           MOVE codeguichet                TO LS-CodeGuichet.
           MOVE racinecompte               TO LS-RacineCompte.
           MOVE clerib                     TO LS-CleRIB.
           MOVE w-IB-IBAN                  TO LS-IBAN.
           MOVE w-IB-BIC                   TO LS-BIC.
           MOVE w-MontantPreleve           TO LS-Montant.
           MOVE w-DateEcheance             TO LS-DateEcheance.
           MOVE w-DateDuJour (1:6)         TO LS-Periode.
           MOVE FDN-RUM                    TO LS-RUM.
           MOVE FDN-DateSignature          TO LS-DateSignature.
           MOVE w-TypeSequence             TO LS-TypeSequence.
           MOVE w-LigneSepa TO Sepa-Ligne.
           WRITE Sepa-Ligne.
           MOVE LS-Montant TO w-FX-Montant.
           perform Flux-CompterLigne.
           perform Quittance-Enregistrer.
           perform Ajustement-Consommer.
           perform Mandat-ConsommerPremiere.
           ADD 1 TO w-NbExportes.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM ExportPrelevementSEPA.
