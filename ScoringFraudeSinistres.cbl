      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly fraud scoring of the claims still open or
      *          not yet fully paid. Each claim is measured against
      *          a table of weighted indicators - loss within days
      *          of the start of the guarantee, or of the avenant
      *          that added it; repeated IT claims by the same
      *          insured; loss shortly before the end of the
      *          contract; death shortly after a rise of the DC
      *          capital; payee account already paid out to clients
      *          with no link to the claimant. The defaults are held
      *          here and overridden row by row by INDFRAUD.DAT,
      *          whose SEUI row sets the review threshold. Score and
      *          fired indicators are kept per claim (SCORESIN.DAT);
      *          a claim at or above the threshold is suspect, held
      *          back by ExportVirementSinistres until the fraud
      *          referent clears it (LeveeSuspicionsFraude), and
      *          listed for review, highest score first, with its
      *          reasons (FRAUDREV.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScoringFraudeSinistres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSINIS.
           COPY SELCONTR.
           COPY SELCLIEN.
           COPY SELPAIEM.
           COPY SELCTHIS.
           COPY SELFRAUD.
           COPY SELSCORE.

           SELECT TriCandidats ASSIGN TO "FRAUDCAN.TMP".

           SELECT TriRevue ASSIGN TO "FRAUDREV.TMP".

           SELECT FichierRevue ASSIGN TO "FRAUDREV.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSINISF.
           COPY FDCONTRA.
           COPY FDCLIENT.
           COPY FDPAIEM.
           COPY FDCTHIS.
           COPY FDFRAUD.
           COPY FDSCORE.

       SD  TriCandidats.
       01  SD-Candidat.
           10  SDC-IBAN                  pic x(34).
           10  SDC-CodeSinistre          pic x(10).
           10  SDC-CodeClient            pic x(10).
           10  SDC-Nom                   pic x(20).

       SD  TriRevue.
       01  SD-Revue.
           10  SDR-Points                pic 9(3).
           10  SDR-CodeSinistre          pic x(10).
           10  SDR-TypeSinistre          pic xx.
           10  SDR-CodeClient            pic x(10).
           10  SDR-CodeContrat           pic x(10).
           10  SDR-DateSinistre          pic x(10).
           10  SDR-NbIndicateurs         pic 9.
           10  SDR-Indicateur            occurs 6 times.
               15  SDR-CodeIndicateur    pic x(4).
               15  SDR-PointsIndicateur  pic 9(3).

       FD  FichierRevue.
       01  Rev-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCNXGP.
           COPY WSIBAN.
           COPY WSSINFS.
           COPY WSCNTFS.
           COPY WSCLIFS.
           COPY WSPAIFS.
           COPY WSCTHIS.
           COPY WSSCOFS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSNIVEAU.

       01  w-IndicateurFraudeF-Status  pic xx.

      *Variables hote pour la recherche du RIB (meme vue que
      *ExportPrelevementSEPA: vuecompte).
       01  selectionClient             pic x(20).
       01  PrenomNom                   pic x(40).
       01  codebanque                  pic x(5).
       01  codeguichet                 pic x(5).
       01  racinecompte                pic x(11).
       01  typecompte                  pic x(2).
       01  clerib                      pic x(2).
       01  DebitCompte                 pic s9(9)v99 comp-3.
       01  CreditCompte                pic s9(9)v99 comp-3.
       01  SoldeCompte                 pic s9(9)v99 comp-3.
      * Compte trouve sur la vue et IBAN/BIC valides (ControleIBAN);
      * sinon w-IB-Motif dit pourquoi.
       01  w-RIBTrouve                 pic x value 'N'.
           88  RIBTrouve               value 'O'.

      * Indicateurs de fraude par defaut: code, poids en points (zero
      * = indicateur eteint), parametre en jours - en nombre
      * d'arrets pour ITRE, de versements a des tiers pour CPTE - et
      * libelle de la liste de revue. Remplaces ligne a ligne par
      * INDFRAUD.DAT.
       01  w-TableIndicateurs.
           05  filler                  pic x(4) value 'GDEB'.
           05  filler                  pic 9(3) value 020.
           05  filler                  pic 9(3) value 030.
           05  filler                  pic x(40)
               value 'Sinistre peu apres le debut de garantie'.
           05  filler                  pic x(4) value 'GAVT'.
           05  filler                  pic 9(3) value 035.
           05  filler                  pic 9(3) value 090.
           05  filler                  pic x(40)
               value 'Sinistre peu apres l''avenant de garantie'.
           05  filler                  pic x(4) value 'ITRE'.
           05  filler                  pic 9(3) value 025.
           05  filler                  pic 9(3) value 003.
           05  filler                  pic x(40)
               value 'Arrets IT repetes du meme assure'.
           05  filler                  pic x(4) value 'RESI'.
           05  filler                  pic 9(3) value 030.
           05  filler                  pic 9(3) value 060.
           05  filler                  pic x(40)
               value 'Sinistre peu avant la fin du contrat'.
           05  filler                  pic x(4) value 'DCAP'.
           05  filler                  pic 9(3) value 040.
           05  filler                  pic 9(3) value 180.
           05  filler                  pic x(40)
               value 'Deces peu apres une hausse du capital DC'.
           05  filler                  pic x(4) value 'CPTE'.
           05  filler                  pic 9(3) value 040.
           05  filler                  pic 9(3) value 001.
           05  filler                  pic x(40)
               value 'Compte verse a des clients sans lien'.
       01  w-IndicateursListe redefines w-TableIndicateurs.
           05  w-IndEntree occurs 6 times.
               10  w-IndCode           pic x(4).
               10  w-IndPoids          pic 9(3).
               10  w-IndParametre      pic 9(3).
               10  w-IndLibelle        pic x(40).
       01  w-IdxInd                    pic 9.
       01  w-IdxMotif                  pic 9.
      * Score a partir duquel un sinistre est suspect (ligne SEUI).
       01  w-Seuil                     pic 9(3) value 050.
       01  w-FinIndicateurs            pic x.
           88  FinIndicateurs          value 'O'.

      * Sinistres a noter, ranges par IBAN du beneficiaire pour
      * retrouver d'un coup tous ceux qui partagent un compte.
       01  w-NbCand                    pic 9(4) value zero.
       01  w-TableCandidats.
           05  w-CandEntree            occurs 5000 times.
               10  w-CandIBAN          pic x(34).
               10  w-CandCodeSinistre  pic x(10).
               10  w-CandCodeClient    pic x(10).
               10  w-CandNom           pic x(20).
               10  w-CandNbAutres      pic 9(3).
       01  w-MaxCand                   pic 9(4) value 5000.
       01  w-NbNonNotes                pic 9(7) value zero.
       01  w-IdxCand                   pic 9(4).
       01  w-IdxGroupe                 pic 9(4).
      * Recherche par dichotomie d'un IBAN dans la table rangee.
       01  w-CandBas                   pic 9(4).
       01  w-CandHaut                  pic 9(4).
       01  w-CandMilieu                pic 9(4).
       01  w-CandTrouve                pic x.
           88  CandTrouve              value 'O'.
       01  w-IBANGroupe                pic x(34).
       01  w-NomPaye                   pic x(20).
       01  w-NomPayeLu                 pic x.
           88  NomPayeLu               value 'O'.

       01  w-FinSinistres              pic x value 'N'.
           88  FinSinistres            value 'O'.
       01  w-FinTri                    pic x value 'N'.
           88  FinTri                  value 'O'.
       01  w-FinAutres                 pic x.
           88  FinAutres               value 'O'.
       01  w-ClientTrouve              pic x value 'N'.
           88  ClientTrouve            value 'O'.
       01  w-ContratTrouve             pic x value 'N'.
           88  ContratTrouve           value 'O'.
       01  w-PaiementDispo             pic x value 'N'.
           88  PaiementDispo           value 'O'.
       01  w-ScoreExiste               pic x.
           88  ScoreExiste             value 'O'.
       01  w-EstCandidat               pic x.
           88  EstCandidat             value 'O'.

      * Cumul du registre des paiements pour le sinistre courant,
      * comme a l'export des virements: un sinistre accepte reste a
      * noter tant que son reglement n'est pas entierement verse.
       01  w-FinPaiements              pic x.
           88  FinPaiements            value 'O'.
       01  w-TotalDejaPaye             pic 9(9)v99.

      * Sinistre en cours de notation.
       01  w-SC-CodeSinistre           pic x(10).
       01  w-SC-CodeClient             pic x(10).
       01  w-SC-CodeContrat            pic x(10).
       01  w-SC-TypeSinistre           pic xx.
       01  w-SC-DateSinistre           pic x(10).
       01  w-SC-NumAssure              pic 9(2).
       01  w-SC-JourSinistre           pic 9(7).
       01  w-SC-Points                 pic 9(4).
       01  w-SC-NbIndicateurs          pic 9.
       01  w-SC-Indicateurs.
           05  w-SC-Indicateur occurs 6 times.
               10  w-SC-CodeIndicateur pic x(4).
               10  w-SC-PointsIndic    pic 9(3).
       01  w-CodeDeclenche             pic x(4).

      * Conversion d'une date JJ/MM/AAAA en jour entier (zero si la
      * date n'est pas valide).
       01  w-DateJJMMAAAA              pic x(10).
       01  w-DateAAAAMMJJ              pic 9(8).
       01  w-DateAAAAMMJJX redefines w-DateAAAAMMJJ.
           05  w-DA-AAAA               pic x(4).
           05  w-DA-MM                 pic x(2).
           05  w-DA-JJ                 pic x(2).
       01  w-JourEntier                pic 9(7).
       01  w-Ecart                     pic s9(7).

       01  w-DebutGarantie             pic x(10).
       01  w-JourDebutContrat          pic 9(7).
       01  w-NbArretsIT                pic 9(3).
      * Historique du capital DC: capital de la derniere photo lue
      * avant la fenetre, puis hausse par avenant dans la fenetre.
       01  w-JourHisto                 pic 9(8).
       01  w-JourHistoEntier           pic 9(7).
       01  w-JourFenetre               pic 9(7).
       01  w-JourFin                   pic 9(7).
       01  w-CapitalBase               pic 9(7)v99.
       01  w-CapitalBaseConnu          pic x.
           88  CapitalBaseConnu        value 'O'.
       01  w-CapitalPhoto              pic 9(7)v99.
       01  w-HausseCapital             pic x.
           88  HausseCapital           value 'O'.
       01  w-FinHisto                  pic x.
           88  FinHisto                value 'O'.

       01  w-DateDuJour                pic 9(8).

       01  w-LigneDetail.
           05  LD-CodeSinistre         pic x(10).
           05  filler                  pic x.
           05  LD-Type                 pic xx.
           05  filler                  pic x.
           05  LD-CodeClient           pic x(10).
           05  filler                  pic x.
           05  LD-CodeContrat          pic x(10).
           05  filler                  pic x.
           05  LD-DateSinistre         pic x(10).
           05  filler                  pic x.
           05  LD-Points               pic zz9.

       01  w-LigneMotif.
           05  filler                  pic x(4) value '  - '.
           05  LM-Libelle              pic x(40).
           05  filler                  pic x(3) value ' (+'.
           05  LM-Points               pic zz9.
           05  filler                  pic x value ')'.

       01  w-NbNotes                   pic 9(7) value zero.
       01  w-NbSuspects                pic 9(7) value zero.
       01  w-NbLeves                   pic 9(7) value zero.
       01  w-NbRevue                   pic 9(7) value zero.
       01  w-NbEdite                   pic zzzzzz9.

       PROCEDURE DIVISION.

      ************Connexion à la base de donnée**************
           COPY CNXGUEPE.

       MAIN-PROCEDURE.
           MOVE 'SCORINGFRAUDE' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'O' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           IF RC-DejaExecute
               DISPLAY 'Job deja execute aujourd''hui, arret.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           perform DeclarerCurseurRIB.
           perform Indicateurs-Charger.

           OPEN INPUT SinisF.
           OPEN INPUT ContratF.
           OPEN INPUT ClientF.
           OPEN INPUT PaiementF.
           IF PaiementF-OK
               MOVE 'O' TO w-PaiementDispo
           ELSE
               DISPLAY 'Registre des paiements indisponible, statut '
                   w-PaiementF-Status ': comptes non rapproches.'
           END-IF.
           perform ScoreF-Open.
           OPEN OUTPUT FichierRevue.

           SORT TriCandidats
               ON ASCENDING KEY SDC-IBAN SDC-CodeSinistre
               INPUT PROCEDURE IS Candidats-Selectionner
               OUTPUT PROCEDURE IS Candidats-Ranger.

           IF w-NbCand > zero
               PERFORM Comptes-Groupe
                   VARYING w-IdxCand FROM 1 BY 1
                   UNTIL w-IdxCand > w-NbCand
               IF PaiementDispo
                   perform Comptes-Rapprocher
               END-IF
           END-IF.

           SORT TriRevue
               ON DESCENDING KEY SDR-Points
               ON ASCENDING KEY SDR-CodeSinistre
               INPUT PROCEDURE IS Sinistres-Noter
               OUTPUT PROCEDURE IS Revue-Imprimer.

           CLOSE SinisF.
           CLOSE ContratF.
           CLOSE ClientF.
           IF PaiementDispo
               CLOSE PaiementF
           END-IF.
           CLOSE ScoreF.
           CLOSE FichierRevue.

           DISPLAY 'Notation fraude des sinistres terminee.'.
           DISPLAY '  Sinistres notes     : ' w-NbNotes.
           DISPLAY '  Suspects a revoir   : ' w-NbSuspects.
           DISPLAY '  Deja leves          : ' w-NbLeves.
           IF w-NbNonNotes > zero
               DISPLAY '  Non notes (table pleine): ' w-NbNonNotes
           END-IF.

           COPY DCNXGUEP.

           MOVE 'F' TO w-RC-Action.
           STRING 'notes=' w-NbNotes ' suspects=' w-NbSuspects
               ' leves=' w-NbLeves
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       ScoreF-Open.
           OPEN I-O ScoreF.
           IF NOT ScoreF-OK
               IF w-ScoreF-Status = '35'
                   OPEN OUTPUT ScoreF
                   CLOSE ScoreF
                   OPEN I-O ScoreF
               END-IF
           END-IF.

       Indicateurs-Charger.
           OPEN INPUT IndicateurFraudeF.
           IF w-IndicateurFraudeF-Status = '00'
               MOVE 'N' TO w-FinIndicateurs
               PERFORM Indicateurs-ChargerUn UNTIL FinIndicateurs
               CLOSE IndicateurFraudeF
           END-IF.

       Indicateurs-ChargerUn.
           READ IndicateurFraudeF
               AT END MOVE 'O' TO w-FinIndicateurs
           END-READ.
           IF NOT FinIndicateurs
               IF FRI-Code = 'SEUI'
                   MOVE FRI-Poids TO w-Seuil
               ELSE
                   PERFORM Indicateurs-Remplacer
                       VARYING w-IdxInd FROM 1 BY 1
                       UNTIL w-IdxInd > 6
               END-IF
           END-IF.

       Indicateurs-Remplacer.
           IF w-IndCode (w-IdxInd) = FRI-Code
               MOVE FRI-Poids TO w-IndPoids (w-IdxInd)
               MOVE FRI-Parametre TO w-IndParametre (w-IdxInd)
           END-IF.

      ******************************************************************
      * A noter: tout sinistre encore ouvert (non resolu, ou en
      * attente de validation du reglement) et tout sinistre accepte
      * dont le reglement n'est pas entierement verse. Le compte du
      * beneficiaire est cherche comme pour le virement.
      ******************************************************************
       Candidats-Selectionner.
           MOVE LOW-VALUES TO FD-CodeSinistre.
           START SinisF KEY IS NOT LESS THAN FD-CodeSinistre
               INVALID KEY MOVE 'O' TO w-FinSinistres
           END-START.
           PERFORM Candidats-ExaminerUn UNTIL FinSinistres.

       Candidats-ExaminerUn.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinSinistres
           END-READ.
           IF NOT FinSinistres
               MOVE 'N' TO w-EstCandidat
               IF FD-DateResolution = spaces
                   OR FD-DateResolution = low-values
                   OR Reglement-EnAttente
                   MOVE 'O' TO w-EstCandidat
               ELSE
                   IF FD-DecisionReglement = 'A'
                       AND FD-MontantRegle NOT = zero
                       perform Paiement-Verifier
                       IF FD-MontantRegle > w-TotalDejaPaye
                           MOVE 'O' TO w-EstCandidat
                       END-IF
                   END-IF
               END-IF
               IF EstCandidat
                   perform Candidat-Liberer
               END-IF
           END-IF.

       Candidat-Liberer.
           MOVE spaces TO SD-Candidat.
           MOVE FD-CodeSinistre TO SDC-CodeSinistre.
           MOVE FD-ref_CodeClient TO SDC-CodeClient.
           perform Rechercher-Client.
           IF ClientTrouve
               MOVE w-Nom OF Beneficiaire TO SDC-Nom
               perform RIB-Rechercher
               IF RIBTrouve
                   MOVE w-IB-IBAN TO SDC-IBAN
               END-IF
           END-IF.
           RELEASE SD-Candidat.

       Candidats-Ranger.
           MOVE 'N' TO w-FinTri.
           PERFORM Candidats-RangerUn UNTIL FinTri.

       Candidats-RangerUn.
           RETURN TriCandidats
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.
           IF NOT FinTri
               IF w-NbCand < w-MaxCand
                   ADD 1 TO w-NbCand
                   MOVE SDC-IBAN TO w-CandIBAN (w-NbCand)
                   MOVE SDC-CodeSinistre
                       TO w-CandCodeSinistre (w-NbCand)
                   MOVE SDC-CodeClient TO w-CandCodeClient (w-NbCand)
                   MOVE SDC-Nom TO w-CandNom (w-NbCand)
                   MOVE zero TO w-CandNbAutres (w-NbCand)
               ELSE
                   ADD 1 TO w-NbNonNotes
               END-IF
           END-IF.

      ******************************************************************
      * Compte partage: pour chaque sinistre, les autres sinistres a
      * noter sur le meme IBAN (la table est rangee par IBAN) puis
      * les versements deja faits sur cet IBAN, comptes quand ils
      * sont alles a un autre client d'un autre nom - un meme nom
      * de famille passe pour un lien (conjoint, enfant).
      ******************************************************************
       Comptes-Groupe.
           IF w-CandIBAN (w-IdxCand) NOT = spaces
               MOVE w-IdxCand TO w-IdxGroupe
               PERFORM Comptes-RemonterGroupe
                   UNTIL w-IdxGroupe = 1
                   OR w-CandIBAN (w-IdxGroupe - 1)
                       NOT = w-CandIBAN (w-IdxCand)
               PERFORM Comptes-ComparerCandidat
                   UNTIL w-IdxGroupe > w-NbCand
                   OR w-CandIBAN (w-IdxGroupe)
                       NOT = w-CandIBAN (w-IdxCand)
           END-IF.

       Comptes-RemonterGroupe.
           SUBTRACT 1 FROM w-IdxGroupe.

       Comptes-ComparerCandidat.
           IF w-CandCodeClient (w-IdxGroupe)
                   NOT = w-CandCodeClient (w-IdxCand)
               AND w-CandNom (w-IdxGroupe) NOT = w-CandNom (w-IdxCand)
               ADD 1 TO w-CandNbAutres (w-IdxCand)
           END-IF.
           ADD 1 TO w-IdxGroupe.

       Comptes-Rapprocher.
           MOVE 'N' TO w-FinPaiements.
           MOVE LOW-VALUES TO FDP-ClePaiement.
           START PaiementF KEY IS NOT LESS THAN FDP-ClePaiement
               INVALID KEY MOVE 'O' TO w-FinPaiements
           END-START.
           PERFORM Comptes-RapprocherUn UNTIL FinPaiements.

       Comptes-RapprocherUn.
           READ PaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinPaiements
           END-READ.
           IF NOT FinPaiements
               IF FDP-IBAN NOT = spaces
                   AND FDP-IBAN NOT = low-values
                   perform Candidat-Chercher
                   IF CandTrouve
                       perform Comptes-PaiementSurGroupe
                   END-IF
               END-IF
           END-IF.

      * La table est rangee par IBAN (tri des candidats): l'intervalle
      * de recherche est coupe en deux jusqu'a tomber sur une entree
      * du compte verse ou jusqu'a epuisement.
       Candidat-Chercher.
           MOVE 'N' TO w-CandTrouve.
           MOVE 1 TO w-CandBas.
           MOVE w-NbCand TO w-CandHaut.
           PERFORM Candidat-ChercherPas
               UNTIL CandTrouve OR w-CandBas > w-CandHaut.

       Candidat-ChercherPas.
           COMPUTE w-CandMilieu = (w-CandBas + w-CandHaut) / 2.
           IF w-CandIBAN (w-CandMilieu) = FDP-IBAN
               MOVE 'O' TO w-CandTrouve
           ELSE
               IF w-CandIBAN (w-CandMilieu) < FDP-IBAN
                   COMPUTE w-CandBas = w-CandMilieu + 1
               ELSE
                   IF w-CandMilieu = 1
                       MOVE zero TO w-CandHaut
                   ELSE
                       COMPUTE w-CandHaut = w-CandMilieu - 1
                   END-IF
               END-IF
           END-IF.

       Comptes-PaiementSurGroupe.
           MOVE 'N' TO w-NomPayeLu.
           MOVE w-CandMilieu TO w-IdxGroupe.
           MOVE FDP-IBAN TO w-IBANGroupe.
           PERFORM Comptes-RemonterGroupe
               UNTIL w-IdxGroupe = 1
               OR w-CandIBAN (w-IdxGroupe - 1) NOT = w-IBANGroupe.
           PERFORM Comptes-ComparerPaiement
               UNTIL w-IdxGroupe > w-NbCand
               OR w-CandIBAN (w-IdxGroupe) NOT = w-IBANGroupe.

       Comptes-ComparerPaiement.
           IF w-CandCodeClient (w-IdxGroupe) NOT = FDP-ref_CodeClient
               IF NOT NomPayeLu
                   MOVE spaces TO w-NomPaye
                   MOVE FDP-ref_CodeClient TO FD-CodeClient
                   READ ClientF
                       KEY IS FD-CodeClient
                       NOT INVALID KEY
                           MOVE FD-Nom TO w-NomPaye
                   END-READ
                   MOVE 'O' TO w-NomPayeLu
               END-IF
               IF w-NomPaye NOT = w-CandNom (w-IdxGroupe)
                   ADD 1 TO w-CandNbAutres (w-IdxGroupe)
               END-IF
           END-IF.
           ADD 1 TO w-IdxGroupe.

      ******************************************************************
      * Notation de chaque sinistre retenu, ecriture de son score et
      * des indicateurs declenches, et passage des suspects a la
      * liste de revue.
      ******************************************************************
       Sinistres-Noter.
           PERFORM Sinistre-Noter
               VARYING w-IdxCand FROM 1 BY 1
               UNTIL w-IdxCand > w-NbCand.

       Sinistre-Noter.
           MOVE w-CandCodeSinistre (w-IdxCand) TO FD-CodeSinistre.
           READ SinisF
               KEY IS FD-CodeSinistre
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   perform Sinistre-Evaluer
           END-READ.

       Sinistre-Evaluer.
           MOVE FD-CodeSinistre TO w-SC-CodeSinistre.
           MOVE FD-ref_CodeClient TO w-SC-CodeClient.
           MOVE FD-ref_CodeContrat TO w-SC-CodeContrat.
           MOVE FD-TypeSinistre TO w-SC-TypeSinistre.
           MOVE FD-DateSinistre TO w-SC-DateSinistre.
           MOVE FD-NumAssure TO w-SC-NumAssure.
           MOVE zero TO w-SC-Points.
           MOVE zero TO w-SC-NbIndicateurs.
           PERFORM Indicateur-Effacer
               VARYING w-IdxInd FROM 1 BY 1
               UNTIL w-IdxInd > 6.

           MOVE w-SC-DateSinistre TO w-DateJJMMAAAA.
           perform Date-Convertir.
           MOVE w-JourEntier TO w-SC-JourSinistre.

           MOVE w-SC-CodeContrat TO FD-CodeContrat.
           READ ContratF
               KEY IS FD-CodeContrat
               INVALID KEY
                   MOVE 'N' TO w-ContratTrouve
               NOT INVALID KEY
                   MOVE FD-Contrat TO Contrat
                   MOVE 'O' TO w-ContratTrouve
           END-READ.

           IF w-SC-JourSinistre > zero
               IF ContratTrouve
                   perform Indicateur-DebutGarantie
                   perform Indicateur-FinContrat
                   IF w-SC-TypeSinistre = 'DC'
                       perform Indicateur-HausseCapital
                   END-IF
               END-IF
               IF w-SC-TypeSinistre = 'IT'
                   perform Indicateur-ArretsRepetes
               END-IF
           END-IF.
           IF w-CandNbAutres (w-IdxCand) >= w-IndParametre (6)
               MOVE 'CPTE' TO w-CodeDeclenche
               perform Indicateur-Declencher
           END-IF.

           IF w-SC-Points > 999
               MOVE 999 TO w-SC-Points
           END-IF.
           perform Score-Ecrire.
           ADD 1 TO w-NbNotes.

      ******************************************************************
      * Sinistre survenu dans les jours qui suivent le debut de la
      * garantie touchee: a la souscription (GDEB), ou quand la
      * garantie a ete ajoutee par avenant apres le debut du contrat
      * (GAVT).
      ******************************************************************
       Indicateur-DebutGarantie.
           EVALUATE w-SC-TypeSinistre
               WHEN 'IT' MOVE w-IT-debut TO w-DebutGarantie
               WHEN 'IA' MOVE w-IA-debut TO w-DebutGarantie
               WHEN 'PE' MOVE w-PE-debut TO w-DebutGarantie
               WHEN 'DC' MOVE w-DC-debut TO w-DebutGarantie
               WHEN 'MT' MOVE w-MT-debut TO w-DebutGarantie
               WHEN 'CH' MOVE w-CH-debut TO w-DebutGarantie
               WHEN OTHER MOVE spaces TO w-DebutGarantie
           END-EVALUATE.
           MOVE w-DebutContrat TO w-DateJJMMAAAA.
           perform Date-Convertir.
           MOVE w-JourEntier TO w-JourDebutContrat.
           MOVE w-DebutGarantie TO w-DateJJMMAAAA.
           perform Date-Convertir.
           IF w-JourEntier > zero
               COMPUTE w-Ecart = w-SC-JourSinistre - w-JourEntier
               IF w-JourDebutContrat > zero
                   AND w-JourEntier > w-JourDebutContrat
                   IF w-Ecart >= zero
                       AND w-Ecart <= w-IndParametre (2)
                       MOVE 'GAVT' TO w-CodeDeclenche
                       perform Indicateur-Declencher
                   END-IF
               ELSE
                   IF w-Ecart >= zero
                       AND w-Ecart <= w-IndParametre (1)
                       MOVE 'GDEB' TO w-CodeDeclenche
                       perform Indicateur-Declencher
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Sinistre survenu dans les jours qui precedent la fin du
      * contrat (resiliation ou terme pose sur le contrat).
      ******************************************************************
       Indicateur-FinContrat.
           MOVE w-FinContrat (1:10) TO w-DateJJMMAAAA.
           perform Date-Convertir.
           IF w-JourEntier > zero
               COMPUTE w-Ecart = w-JourEntier - w-SC-JourSinistre
               IF w-Ecart >= zero
                   AND w-Ecart <= w-IndParametre (4)
                   MOVE 'RESI' TO w-CodeDeclenche
                   perform Indicateur-Declencher
               END-IF
           END-IF.

      ******************************************************************
      * Arrets IT du meme assure sur le meme contrat dans l'annee qui
      * precede le sinistre, celui-ci compris. Les rechutes rattachees
      * a un arret d'origine ne comptent pas: la chaine est un seul
      * arret.
      ******************************************************************
       Indicateur-ArretsRepetes.
           MOVE zero TO w-NbArretsIT.
           MOVE 'N' TO w-FinAutres.
           MOVE w-SC-CodeClient TO FD-ref_CodeClient.
           START SinisF KEY IS = FD-ref_CodeClient
               INVALID KEY MOVE 'O' TO w-FinAutres
           END-START.
           PERFORM Arrets-CompterUn UNTIL FinAutres.
           IF w-NbArretsIT >= w-IndParametre (3)
               MOVE 'ITRE' TO w-CodeDeclenche
               perform Indicateur-Declencher
           END-IF.

       Arrets-CompterUn.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinAutres
           END-READ.
           IF NOT FinAutres
               IF FD-ref_CodeClient NOT = w-SC-CodeClient
                   MOVE 'O' TO w-FinAutres
               ELSE
                   IF FD-TypeSinistre = 'IT'
                       AND FD-ref_CodeContrat = w-SC-CodeContrat
                       AND FD-NumAssure = w-SC-NumAssure
                       AND (FD-SinistreOrigine = spaces
                           OR FD-CodeSinistre = w-SC-CodeSinistre)
                       MOVE FD-DateSinistre TO w-DateJJMMAAAA
                       perform Date-Convertir
                       COMPUTE w-Ecart =
                           w-SC-JourSinistre - w-JourEntier
                       IF w-JourEntier > zero
                           AND w-Ecart >= zero
                           AND w-Ecart <= 365
                           ADD 1 TO w-NbArretsIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Deces dans les jours qui suivent un avenant relevant le
      * capital DC. Les photos du contrat sont relues jour par jour
      * depuis deux fois la fenetre avant le deces: celles d'avant la
      * fenetre donnent le capital de depart, un avenant de la
      * fenetre qui le depasse declenche. Sans photo anterieure, la
      * premiere photo relue donne le capital de depart et ne
      * declenche pas: faute de point de comparaison, rien ne dit
      * que l'avenant a releve le capital.
      ******************************************************************
       Indicateur-HausseCapital.
           MOVE 'N' TO w-HausseCapital.
           MOVE 'N' TO w-CapitalBaseConnu.
           MOVE zero TO w-CapitalBase.
           COMPUTE w-JourFenetre =
               w-SC-JourSinistre - w-IndParametre (5).
           COMPUTE w-JourHistoEntier =
               w-JourFenetre - w-IndParametre (5).
           MOVE w-SC-JourSinistre TO w-JourFin.
           PERFORM Histo-LireJour
               UNTIL w-JourHistoEntier > w-JourFin.
           IF HausseCapital
               MOVE 'DCAP' TO w-CodeDeclenche
               perform Indicateur-Declencher
           END-IF.

       Histo-LireJour.
           COMPUTE w-JourHisto =
               FUNCTION DATE-OF-INTEGER(w-JourHistoEntier).
           STRING 'CTHISTO' w-JourHisto '.DAT' DELIMITED BY SIZE
               INTO w-NomHistoContrat.
           OPEN INPUT ContratHisto.
           IF w-ContratHisto-Status = '00'
               MOVE 'N' TO w-FinHisto
               PERFORM Histo-UneLigne UNTIL FinHisto
               CLOSE ContratHisto
           END-IF.
           ADD 1 TO w-JourHistoEntier.

       Histo-UneLigne.
           READ ContratHisto
               AT END MOVE 'O' TO w-FinHisto
           END-READ.
           IF NOT FinHisto
               IF FDH-CodeContrat = w-SC-CodeContrat
                   IF FDH-DC = 'O'
                       IF FDH-DC-Capital NUMERIC
                           AND FDH-DC-Capital > zero
                           MOVE FDH-DC-Capital TO w-CapitalPhoto
                       ELSE
                           MOVE w-NV-CapitalReference
                               TO w-CapitalPhoto
                       END-IF
                   ELSE
                       MOVE zero TO w-CapitalPhoto
                   END-IF
                   IF CapitalBaseConnu
                       AND w-JourHistoEntier >= w-JourFenetre
                       AND FDH-TypeMouvement = 'AVT'
                       AND w-CapitalPhoto > w-CapitalBase
                       MOVE 'O' TO w-HausseCapital
                   END-IF
                   MOVE w-CapitalPhoto TO w-CapitalBase
                   MOVE 'O' TO w-CapitalBaseConnu
               END-IF
           END-IF.

      ******************************************************************
      * Un indicateur de poids nul est eteint.
      ******************************************************************
       Indicateur-Declencher.
           PERFORM Indicateur-Rechercher
               VARYING w-IdxInd FROM 1 BY 1
               UNTIL w-IdxInd > 6
               OR w-IndCode (w-IdxInd) = w-CodeDeclenche.
           IF w-IdxInd <= 6
               AND w-IndPoids (w-IdxInd) > zero
               AND w-SC-NbIndicateurs < 6
               ADD 1 TO w-SC-NbIndicateurs
               MOVE w-CodeDeclenche
                   TO w-SC-CodeIndicateur (w-SC-NbIndicateurs)
               MOVE w-IndPoids (w-IdxInd)
                   TO w-SC-PointsIndic (w-SC-NbIndicateurs)
               ADD w-IndPoids (w-IdxInd) TO w-SC-Points
           END-IF.

       Indicateur-Rechercher.
           CONTINUE.

       Indicateur-Effacer.
           MOVE spaces TO w-SC-CodeIndicateur (w-IdxInd).
           MOVE zero TO w-SC-PointsIndic (w-IdxInd).

      ******************************************************************
      * Un sinistre leve par le referent le reste tant que son score
      * ne depasse pas celui qu'il avait a la levee.
      ******************************************************************
       Score-Ecrire.
           MOVE w-SC-CodeSinistre TO FDSC-CodeSinistre.
           READ ScoreF
               KEY IS FDSC-CodeSinistre
               INVALID KEY
                   MOVE 'N' TO w-ScoreExiste
               NOT INVALID KEY
                   MOVE 'O' TO w-ScoreExiste
           END-READ.
           IF NOT ScoreExiste
               MOVE spaces TO FDSC-Score
               MOVE zero TO FDSC-PointsLevee
               MOVE w-SC-CodeSinistre TO FDSC-CodeSinistre
           END-IF.
           MOVE w-SC-CodeClient TO FDSC-ref_CodeClient.
           MOVE w-SC-CodeContrat TO FDSC-ref_CodeContrat.
           MOVE w-DateDuJour TO FDSC-DateScore.
           MOVE w-SC-Points TO FDSC-Points.
           MOVE w-Seuil TO FDSC-Seuil.
           MOVE w-SC-NbIndicateurs TO FDSC-NbIndicateurs.
           PERFORM Score-CopierIndicateur
               VARYING w-IdxInd FROM 1 BY 1
               UNTIL w-IdxInd > 6.
           IF ScoreExiste
               AND Score-Leve
               AND w-SC-Points <= FDSC-PointsLevee
               ADD 1 TO w-NbLeves
           ELSE
               IF w-SC-Points >= w-Seuil
                   MOVE 'S' TO FDSC-Statut
                   ADD 1 TO w-NbSuspects
                   perform Revue-Liberer
               ELSE
                   MOVE 'N' TO FDSC-Statut
               END-IF
           END-IF.
           IF ScoreExiste
               REWRITE FDSC-Score
           ELSE
               WRITE FDSC-Score
           END-IF.

       Score-CopierIndicateur.
           MOVE w-SC-CodeIndicateur (w-IdxInd)
               TO FDSC-CodeIndicateur (w-IdxInd).
           MOVE w-SC-PointsIndic (w-IdxInd)
               TO FDSC-PointsIndicateur (w-IdxInd).

       Revue-Liberer.
           MOVE w-SC-Points TO SDR-Points.
           MOVE w-SC-CodeSinistre TO SDR-CodeSinistre.
           MOVE w-SC-TypeSinistre TO SDR-TypeSinistre.
           MOVE w-SC-CodeClient TO SDR-CodeClient.
           MOVE w-SC-CodeContrat TO SDR-CodeContrat.
           MOVE w-SC-DateSinistre TO SDR-DateSinistre.
           MOVE w-SC-NbIndicateurs TO SDR-NbIndicateurs.
           PERFORM Revue-CopierIndicateur
               VARYING w-IdxInd FROM 1 BY 1
               UNTIL w-IdxInd > 6.
           RELEASE SD-Revue.

       Revue-CopierIndicateur.
           MOVE w-SC-CodeIndicateur (w-IdxInd)
               TO SDR-CodeIndicateur (w-IdxInd).
           MOVE w-SC-PointsIndic (w-IdxInd)
               TO SDR-PointsIndicateur (w-IdxInd).

      ******************************************************************
      * Liste de revue pour le referent fraude.
      ******************************************************************
       Revue-Imprimer.
           MOVE spaces TO Rev-Ligne.
           STRING 'SINISTRES SUSPECTS A REVOIR - ' w-DateDuJour
               ' - SEUIL ' w-Seuil
               DELIMITED BY SIZE INTO Rev-Ligne.
           WRITE Rev-Ligne.
           MOVE spaces TO Rev-Ligne.
           STRING 'Sinistre   Ty Client     Contrat    Survenu    '
               'Score'
               DELIMITED BY SIZE INTO Rev-Ligne.
           WRITE Rev-Ligne.
           MOVE all '-' TO Rev-Ligne.
           WRITE Rev-Ligne.

           MOVE 'N' TO w-FinTri.
           PERFORM Revue-UnSinistre UNTIL FinTri.

           MOVE all '-' TO Rev-Ligne.
           WRITE Rev-Ligne.
           MOVE w-NbRevue TO w-NbEdite.
           MOVE spaces TO Rev-Ligne.
           STRING 'Sinistres a revoir: ' w-NbEdite
               DELIMITED BY SIZE INTO Rev-Ligne.
           WRITE Rev-Ligne.

       Revue-UnSinistre.
           RETURN TriRevue
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.
           IF NOT FinTri
               MOVE spaces TO w-LigneDetail
               MOVE SDR-CodeSinistre TO LD-CodeSinistre
               MOVE SDR-TypeSinistre TO LD-Type
               MOVE SDR-CodeClient TO LD-CodeClient
               MOVE SDR-CodeContrat TO LD-CodeContrat
               MOVE SDR-DateSinistre TO LD-DateSinistre
               MOVE SDR-Points TO LD-Points
               MOVE w-LigneDetail TO Rev-Ligne
               WRITE Rev-Ligne
               PERFORM Revue-UnMotif
                   VARYING w-IdxMotif FROM 1 BY 1
                   UNTIL w-IdxMotif > SDR-NbIndicateurs
               ADD 1 TO w-NbRevue
           END-IF.

       Revue-UnMotif.
           MOVE SDR-CodeIndicateur (w-IdxMotif) TO w-CodeDeclenche.
           PERFORM Indicateur-Rechercher
               VARYING w-IdxInd FROM 1 BY 1
               UNTIL w-IdxInd > 6
               OR w-IndCode (w-IdxInd) = w-CodeDeclenche.
           IF w-IdxInd <= 6
               MOVE w-IndLibelle (w-IdxInd) TO LM-Libelle
           ELSE
               MOVE w-CodeDeclenche TO LM-Libelle
           END-IF.
           MOVE SDR-PointsIndicateur (w-IdxMotif) TO LM-Points.
           MOVE w-LigneMotif TO Rev-Ligne.
           WRITE Rev-Ligne.

      ******************************************************************
      * Date JJ/MM/AAAA en jour entier; zero si elle n'est pas valide.
      ******************************************************************
       Date-Convertir.
           MOVE zero TO w-JourEntier.
           MOVE zero TO w-DateAAAAMMJJ.
           MOVE w-DateJJMMAAAA (7:4) TO w-DA-AAAA.
           MOVE w-DateJJMMAAAA (4:2) TO w-DA-MM.
           MOVE w-DateJJMMAAAA (1:2) TO w-DA-JJ.
           IF w-DateAAAAMMJJX NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(w-DateAAAAMMJJ) = zero
                   COMPUTE w-JourEntier =
                       FUNCTION INTEGER-OF-DATE(w-DateAAAAMMJJ)
               END-IF
           END-IF.

       Paiement-Verifier.
           MOVE zero TO w-TotalDejaPaye.
           IF PaiementDispo
               MOVE 'N' TO w-FinPaiements
               MOVE FD-CodeSinistre TO FDP-CodeSinistre
               MOVE zero TO FDP-NumPaiement
               START PaiementF KEY IS NOT LESS THAN FDP-ClePaiement
                   INVALID KEY MOVE 'O' TO w-FinPaiements
               END-START
               PERFORM Paiement-CumulerUn UNTIL FinPaiements
           END-IF.

       Paiement-CumulerUn.
           READ PaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinPaiements
           END-READ.
           IF NOT FinPaiements
               IF FDP-CodeSinistre NOT = FD-CodeSinistre
                   MOVE 'O' TO w-FinPaiements
               ELSE
                   IF NOT Paiement-Interets
                       ADD FDP-MontantPaye TO w-TotalDejaPaye
                   END-IF
               END-IF
           END-IF.

       Rechercher-Client.
           MOVE FD-ref_CodeClient TO FD-CodeClient.
           READ ClientF
               KEY IS FD-CodeClient
               INVALID KEY
                   MOVE 'N' TO w-ClientTrouve
               NOT INVALID KEY
                   MOVE FD-Client TO Beneficiaire
                   MOVE 'O' TO w-ClientTrouve
           END-READ.

       DeclarerCurseurRIB.
           exec sql
               declare C-CompteTitulaire cursor for
               select PrenomNom, CodeBanque, CodeGuichet, RacineCompte,
                   TypeCompte, CleRIB, Debit, Credit, Solde
               from vuecompte
               where nom = :selectionClient
               order by CodeBanque
           end-exec.

       RIB-Rechercher.
           MOVE 'N' TO w-RIBTrouve.
           MOVE 'RIB introuvable' TO w-IB-Motif.
           MOVE w-Nom OF Beneficiaire TO selectionClient.

           exec sql
               open C-CompteTitulaire
           end-exec.
           IF SQLCODE NOT = 0
               DISPLAY 'Echec OPEN C-CompteTitulaire, SQLCODE='
                   SQLCODE
           ELSE
               exec sql
                   fetch C-CompteTitulaire into :PrenomNom,
                       :codebanque, :codeguichet, :racinecompte,
                       :typecompte, :clerib, :DebitCompte,
                       :CreditCompte, :SoldeCompte
               end-exec
               IF SQLCODE = 0
                   MOVE 'O' TO w-RIBTrouve
                   perform IBAN-Controler
               END-IF
               exec sql
                   close C-CompteTitulaire
               end-exec
           END-IF.

      * IBAN forme a partir du RIB de la vue et BIC de sa banque, le
      * meme que celui sur lequel le virement partirait.
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

      * END PROGRAM ScoringFraudeSinistres.
