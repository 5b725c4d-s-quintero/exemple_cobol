      *          coverage the same way the final payout run does
      *          (contract IT guarantee, and the named insured's own
      *          flag), works out the indemnity earned to date at the
      *          daily rate and franchise chosen on the contract (or
      *          the insured's own; a relapse only bears what is left
      *          of the franchise after its chain), deducts what the
      *          payments register already shows advanced, and
      *          transfers the
      *          difference - one acompte line on the register per
      *          cycle, which the final settlement export deducts in
      *          its turn. Once the return to work is recorded the
      *          indemnity stops at that date; when the register then
      *          shows more advanced than earned, the excess opens an
      *          overpayment against the client (INDUS.DAT) and a
      *          repayment request goes out (LETINDAC.TXT, recorded
      *          on the correspondence register). What a
      *          client still owes on open overpayments is kept back
      *          from the acompte transferred. RIB looked up through
      *          the same vuecompte view as the other money exports.
      *          Every transfer carries the IBAN built from the RIB and
      *          the BIC of the bank (ControleIBAN); a claim whose IBAN
      *          cannot be formed or whose bank has no known BIC goes to
      *          the rejects with the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELCLIEN.
           COPY SELASSUR.
           COPY SELPAIEM.
           COPY SELINDU.
           COPY SELMVIN.

           SELECT FichierAcomptes ASSIGN TO "VIRACPT.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RejetsAcomptes ASSIGN TO "REJACPT.TXT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LettresIndus ASSIGN TO "LETINDAC.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSINISF.
           COPY FDCLIENT.
           COPY FDASSUR.
           COPY FDPAIEM.
           COPY FDINDU.
           COPY FDMVIN.

       FD  FichierAcomptes.
       01  Vir-Ligne                   pic x(160).

       FD  RejetsAcomptes.
       01  Rej-Ligne                   pic x(100).

       FD  LettresIndus.
       01  LetIndu-Ligne               pic x(80).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCNXGP.
           COPY WSIBAN.
           COPY WSSINFS.
           COPY WSCNTFS.
           COPY WSCLIFS.
           COPY WSASSFS.
           COPY WSPAIFS.
           COPY WSINDFS.
           COPY WSMVIFS.
           COPY WSBENEF.
           COPY WSCONTRA.
           COPY WSLETTRE.
           COPY WSREGCR.
           COPY WSINDU.

      *Variables hote pour la recherche du RIB (meme vue que
      *ExportVirementSinistres: vuecompte).
       01  DebitCompte                 pic s9(9)v99 comp-3.
       01  CreditCompte                pic s9(9)v99 comp-3.
       01  SoldeCompte                 pic s9(9)v99 comp-3.
      * Compte trouve sur la vue et IBAN/BIC valides (ControleIBAN);
      * sinon w-IB-Motif dit pourquoi.
       01  w-RIBTrouve                 pic x value 'N'.
           88  RIBTrouve               value 'O'.

      * Taux journalier et franchise: les memes que le calcul final
      * (CalculSinistreIT), niveaux du contrat ou de l'assure.
           COPY WSNIVEAU.
       01  w-FranchiseRestante         pic 9(3).

       01  w-FinSinistres              pic x value 'N'.
           88  FinSinistres            value 'O'.
           05  w-Debut-MM              pic 9(2).
           05  w-Debut-JJ              pic 9(2).

      * Fin de la periode indemnisee: aujourd'hui, ou la reprise du
      * travail quand elle est enregistree et anterieure.
       01  w-FinArret                  pic 9(8).
       01  w-RetourAAAAMMJJ            pic 9(8).
       01  w-RetourX redefines w-RetourAAAAMMJJ.
           05  w-Retour-AAAA           pic 9(4).
           05  w-Retour-MM             pic 9(2).
           05  w-Retour-JJ             pic 9(2).
       01  w-RepriseConnue             pic x.
           88  RepriseConnue           value 'O'.
       01  w-AcompteNet                pic 9(9)v99.

       01  w-JoursArret                pic s9(8).
       01  w-JoursIndemnises           pic s9(8).
       01  w-IndemniteAcquise          pic 9(9)v99.
           05  LV-Montant              pic -(7)9.99.
           05  filler                  pic x.
           05  LV-DateEmission         pic 9(8).
           05  filler                  pic x.
           05  LV-IBAN                 pic x(34).
           05  filler                  pic x.
           05  LV-BIC                  pic x(11).

       01  w-NbExamines                pic 9(7) value zero.
       01  w-NbAcomptes                pic 9(7) value zero.
       01  w-NbRejets                  pic 9(7) value zero.
       01  w-TotalVerse                pic 9(9)v99 value zero.
       01  w-NbIndus                   pic 9(7) value zero.
       01  w-TotalIndus                pic 9(9)v99 value zero.
       01  w-TotalDeduit               pic 9(9)v99 value zero.

       PROCEDURE DIVISION.


       MAIN-PROCEDURE.
           MOVE 'ACOMPTESIT' TO w-RC-Programme.
           MOVE 'ACOMPTESIT' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'O' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
               MOVE 'N' TO w-AssuresDispo
           END-IF.
           perform PaiementF-Open.
           perform IndusF-Open.
           perform MvtIndusF-Open.
           OPEN OUTPUT FichierAcomptes.
           OPEN OUTPUT RejetsAcomptes.
           OPEN OUTPUT LettresIndus.
           MOVE w-DateDuJour TO w-IN-Date.
           MOVE spaces TO w-IN-CodeOperateur.

           MOVE LOW-VALUES TO FD-CodeSinistre.
           START SinisF KEY IS NOT LESS THAN FD-CodeSinistre
               CLOSE AssureF
           END-IF.
           CLOSE PaiementF.
           CLOSE IndusF.
           CLOSE MvtIndusF.
           CLOSE FichierAcomptes.
           CLOSE RejetsAcomptes.
           CLOSE LettresIndus.

           DISPLAY 'Acomptes IT: ' w-NbExamines ' dossier(s) '
               'examine(s), ' w-NbAcomptes ' acompte(s), '
               w-NbRejets ' rejet(s).'.
           DISPLAY '  Montant verse: ' w-TotalVerse.
           DISPLAY '  Indus ouverts: ' w-NbIndus ' pour '
               w-TotalIndus ', retenus sur acomptes: '
               w-TotalDeduit.

           COPY DCNXGUEP.

           MOVE 'F' TO w-RC-Action.
           STRING 'acomptes=' w-NbAcomptes ' verse=' w-TotalVerse
               ' indus=' w-NbIndus
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.
               END-IF
           END-IF.

       IndusF-Open.
           OPEN I-O IndusF.
           IF NOT IndusF-OK
               IF w-IndusF-Status = '35'
                   OPEN OUTPUT IndusF
                   CLOSE IndusF
                   OPEN I-O IndusF
               END-IF
           END-IF.

       MvtIndusF-Open.
           OPEN I-O MvtIndusF.
           IF NOT MvtIndusF-OK
               IF w-MvtIndusF-Status = '35'
                   OPEN OUTPUT MvtIndusF
                   CLOSE MvtIndusF
                   OPEN I-O MvtIndusF
               END-IF
           END-IF.

      ******************************************************************
      * Un dossier IT ouvert touche un acompte quand sa couverture
      * tient (garantie IT du contrat, et celle de l'assure vise),
      * que la franchise est purgee, et que l'indemnite acquise a ce
      * jour depasse ce que le registre montre deja verse. Un
      * dossier refuse, ou dont le reglement attend l'approbation
      * d'un superviseur, ne touche plus rien.
      ******************************************************************
       Examiner-Sinistre.
           IF FD-DecisionReglement = 'R'
               OR Reglement-EnAttente
               CONTINUE
           ELSE
               perform Rechercher-Contrat
                   ELSE
                       perform Verifier-AssureCouvert
                       IF AssureCouvert
                           perform Niveaux-Determiner
                           perform Calculer-Acompte
                       END-IF
                   END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Niveaux du contrat, puis ceux de l'assure vise (ligne lue par
      * Verifier-AssureCouvert).
      ******************************************************************
       Niveaux-Determiner.
           perform Niveaux-Contrat.
           IF FD-NumAssure NOT = zero AND AssuresDispo
               perform Niveaux-Assure
           END-IF.

      ******************************************************************
      * Jours d'arret courus = du sinistre a aujourd'hui; les
      * w-NV-FranchiseJours premiers restent a l'assure (pour une
      * rechute, ce que la chaine n'en a pas deja consomme,
      * w-FranchiseRestante). L'acompte est
      * l'indemnite acquise moins le deja-verse du registre. La
      * reprise du travail enregistree arrete le compte des jours;
      * le registre montre alors plus verse qu'acquis, l'exces est
      * un indu a recouvrer aupres du client.
      ******************************************************************
       Calculer-Acompte.
           IF FD-DateSinistre (1:2) NOT NUMERIC
               MOVE FD-DateSinistre (1:2) TO w-Debut-JJ
               MOVE FD-DateSinistre (4:2) TO w-Debut-MM
               MOVE FD-DateSinistre (7:4) TO w-Debut-AAAA
               perform Calculer-FinArret
               COMPUTE w-JoursArret =
                   FUNCTION INTEGER-OF-DATE(w-FinArret)
                   - FUNCTION INTEGER-OF-DATE(w-DebutAAAAMMJJ)
               perform Calculer-FranchiseRestante
               COMPUTE w-JoursIndemnises =
                   w-JoursArret - w-FranchiseRestante
               IF w-JoursIndemnises > zero
                   COMPUTE w-IndemniteAcquise =
                       w-JoursIndemnises * w-NV-TauxJournalier
               ELSE
                   MOVE zero TO w-IndemniteAcquise
               END-IF
               perform Paiement-Cumuler
               IF NOT SoldeDejaVerse
                   COMPUTE w-AcompteDu =
                       w-IndemniteAcquise - w-TotalDejaPaye
                   IF w-AcompteDu > zero
                       perform Verser-Acompte
                   ELSE
                       IF w-AcompteDu < zero AND RepriseConnue
                           perform Indu-Signaler
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Calculer-FinArret.
           MOVE w-DateDuJour TO w-FinArret.
           MOVE 'N' TO w-RepriseConnue.
           IF FD-DateRetourTravail (1:2) NUMERIC
               AND FD-DateRetourTravail (4:2) NUMERIC
               AND FD-DateRetourTravail (7:4) NUMERIC
               MOVE FD-DateRetourTravail (1:2) TO w-Retour-JJ
               MOVE FD-DateRetourTravail (4:2) TO w-Retour-MM
               MOVE FD-DateRetourTravail (7:4) TO w-Retour-AAAA
               MOVE 'O' TO w-RepriseConnue
               IF w-RetourAAAAMMJJ < w-FinArret
                   MOVE w-RetourAAAAMMJJ TO w-FinArret
               END-IF
           END-IF.

       Indu-Signaler.
           MOVE FD-CodeSinistre    TO w-IN-CodeSinistre.
           MOVE FD-ref_CodeClient  TO w-IN-CodeClient.
           MOVE FD-ref_CodeContrat TO w-IN-CodeContrat.
           MOVE 'A'                TO w-IN-Origine.
           MOVE w-TotalDejaPaye    TO w-IN-MontantPaye.
           MOVE w-IndemniteAcquise TO w-IN-MontantDu.
           perform Indu-Detecter.
           IF w-IN-Ouvert > zero
               ADD 1 TO w-NbIndus
               ADD w-IN-Ouvert TO w-TotalIndus
           END-IF.

       Calculer-FranchiseRestante.
           MOVE w-NV-FranchiseJours TO w-FranchiseRestante.
           IF FD-SinistreOrigine NOT = spaces
               AND FD-JoursArretAnterieurs IS NUMERIC
               IF FD-JoursArretAnterieurs >= w-NV-FranchiseJours
                   MOVE zero TO w-FranchiseRestante
               ELSE
                   SUBTRACT FD-JoursArretAnterieurs
                       FROM w-FranchiseRestante
               END-IF
           END-IF.

       Paiement-Cumuler.
           MOVE 'N' TO w-SoldeDejaVerse.
           MOVE 'N' TO w-FinPaiements.
               IF FDP-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-FinPaiements
               ELSE
                   IF NOT Paiement-Interets
                       ADD FDP-MontantPaye TO w-TotalDejaPaye
                   END-IF
                   MOVE FDP-NumPaiement TO w-DernierNumPaiement
                   IF Paiement-Solde
                       MOVE 'O' TO w-SoldeDejaVerse

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

       Verser-Acompte.
           perform Rechercher-Client.
           IF NOT ClientTrouve
               perform RIB-Rechercher
               IF NOT RIBTrouve
                   STRING 'Sinistre ' FD-CodeSinistre
                       ' ' w-IB-Motif ' pour '
                       w-Nom OF Beneficiaire
                       DELIMITED BY SIZE INTO Rej-Ligne
                   WRITE Rej-Ligne
               END-IF
           END-IF.

      ******************************************************************
      * Ce que le client doit encore sur des indus ouverts est
      * retenu sur l'acompte: le registre porte l'acompte entier (il
      * est du a l'assure), le virement le net. Tout retenu, pas de
      * virement.
      ******************************************************************
       Exporter-Acompte.
           MOVE FD-ref_CodeClient TO w-IN-CodeClient.
           MOVE w-AcompteDu TO w-IN-APayer.
           MOVE FD-CodeSinistre TO w-IN-RefPaiement.
           perform Indu-Deduire.
           COMPUTE w-AcompteNet = w-AcompteDu - w-IN-Deduit.
           ADD w-IN-Deduit TO w-TotalDeduit.

           MOVE SPACES TO w-LigneVirement.
           MOVE FD-CodeSinistre            TO LV-CodeSinistre.
           MOVE w-CodeClient OF Beneficiaire TO LV-CodeClient.
           MOVE codeguichet                TO LV-CodeGuichet.
           MOVE racinecompte               TO LV-RacineCompte.
           MOVE clerib                     TO LV-CleRIB.
           MOVE w-IB-IBAN                  TO LV-IBAN.
           MOVE w-IB-BIC                   TO LV-BIC.
           MOVE w-AcompteNet               TO LV-Montant.
           MOVE w-DateDuJour               TO LV-DateEmission.
           IF w-AcompteNet > zero
               MOVE w-LigneVirement TO Vir-Ligne
               WRITE Vir-Ligne
           END-IF.

           MOVE FD-CodeSinistre    TO FDP-CodeSinistre.
           COMPUTE FDP-NumPaiement = w-DernierNumPaiement + 1.
           MOVE w-AcompteDu        TO FDP-MontantPaye.
           MOVE 'A'                TO FDP-TypePaiement.
           MOVE spaces             TO FDP-DateConfirmation.
           MOVE w-IB-IBAN          TO FDP-IBAN.
           MOVE w-AcompteNet       TO FDP-MontantVire.
           IF w-AcompteNet = zero
               MOVE w-DateDuJour   TO FDP-DateConfirmation
           END-IF.
           WRITE FDP-Paiement
               INVALID KEY
                   DISPLAY 'Erreur WRITE paiement ' FDP-CodeSinistre
           END-WRITE.

           ADD w-AcompteNet TO w-TotalVerse.
           ADD 1 TO w-NbAcomptes.

      ************Niveaux de garantie du contrat et de l'assure*******
           COPY NIVEAUX.
           COPY NIVASSUR.

      ************Indus sur sinistres********************************
           COPY INDUS.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM AcomptesSinistresIT.
