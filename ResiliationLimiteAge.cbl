      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly end of cover at the age limit. The
      *          underwriting limits of ControleSouscription (IT and
      *          IA to 65, PE and DC to 70, MT and CH to 84) only
      *          applied at enrollment; this batch walks CONTRATF and
      *          the insured persons of ASSURES.DAT and, for every
      *          active guarantee, finds the birthday on which the
      *          insured reaches the limit of that guarantee.
      *          - Birthday in the coming month: a notice letter
      *            (template LIMITAGE) goes to the client, recorded on
      *            the correspondence register; none for a client
      *            flagged NPAI (counted as held).
      *          - Birthday reached: the guarantee is switched off at
      *            the birthday - on the contract for the
      *            policyholder, on the insured's own flags for an
      *            additional insured - with an AVT snapshot to the
      *            contract history and, for the policyholder, the
      *            prorated premium difference to the adjustments
      *            file as AvenantContrat does (additional insureds
      *            are not priced, their premium does not move). A
      *            limit passed before the previous month is caught
      *            up as of today.
      *          Every notice and termination is listed in
      *          LIMAGE.TXT; a policyholder termination that leaves
      *          additional insureds flagged for the guarantee is
      *          listed for the branch to review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResiliationLimiteAge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCONTR.
           COPY SELCLIEN.
           COPY SELASSUR.
           COPY SELCTHIS.
           COPY SELDLTCT.
           COPY SELAJUST.

           SELECT RapportLimite ASSIGN TO "LIMAGE.TXT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LettresLimite ASSIGN TO "LETLIMAG.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCONTRA.
           COPY FDCLIENT.
           COPY FDASSUR.
           COPY FDCTHIS.
           COPY FDDLTCT.
           COPY FDAJUST.

       FD  RapportLimite.
       01  Rap-Ligne                   pic x(100).

       FD  LettresLimite.
       01  Let-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCNTFS.
           COPY WSCLIFS.
           COPY WSASSFS.
           COPY WSCTHIS.
           COPY WSDLTCT.
           COPY WSAJUFS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSPRIME.
           COPY WSPRIMV.
           COPY WSLETTRE.
           COPY WSREGCR.

       01  w-DateDuJour                pic 9(8).
       01  w-FinContrats               pic x value 'N'.
           88  FinContrats             value 'O'.
       01  w-FinAssures                pic x.
           88  FinAssures              value 'O'.
       01  w-ClientTrouve              pic x.
           88  ClientTrouve            value 'O'.
       01  w-AjustementTrouve          pic x.
           88  AjustementTrouve        value 'O'.
       01  w-AssuresDispo              pic x value 'N'.
           88  AssuresDispo            value 'O'.

      * Limites d'age de fin de garantie, les memes que celles de
      * ControleSouscription, dans l'ordre IT IA PE DC MT CH.
       01  w-TypesTable.
           05  filler                  pic x(2) value 'IT'.
           05  filler                  pic x(2) value 'IA'.
           05  filler                  pic x(2) value 'PE'.
           05  filler                  pic x(2) value 'DC'.
           05  filler                  pic x(2) value 'MT'.
           05  filler                  pic x(2) value 'CH'.
       01  w-TypesListe redefines w-TypesTable.
           05  w-TypeGar               occurs 6 times pic x(2).
       01  w-AgesTable.
           05  filler                  pic 9(3) value 065.
           05  filler                  pic 9(3) value 065.
           05  filler                  pic 9(3) value 070.
           05  filler                  pic 9(3) value 070.
           05  filler                  pic 9(3) value 084.
           05  filler                  pic 9(3) value 084.
       01  w-AgesListe redefines w-AgesTable.
           05  w-AgeLimite             occurs 6 times pic 9(3).
       01  w-Idx                       pic 9.

       01  w-GarFlag                   pic x.
       01  w-GarDebut                  pic x(10).

      * Personne examinee: le titulaire (00) ou un assure.
       01  w-NumAssure                 pic 9(2).
       01  w-NaissancePersonne         pic x(10).
       01  w-PrenomPersonne            pic x(20).
       01  w-NomPersonne               pic x(20).
       01  w-NaissanceTitulaire        pic x(10).

      * Anniversaire de la limite d'age: AAAAMMJJ, ramene au dernier
      * jour du mois pour un 29 fevrier.
       01  w-DateLimite.
           05  w-Limite-AAAA           pic 9(4).
           05  w-Limite-MM             pic 9(2).
           05  w-Limite-JJ             pic 9(2).
       01  w-DateLimiteNum redefines w-DateLimite pic 9(8).
       01  w-DateLimiteJMA             pic x(10).

      * Mois a venir (preavis et periode collectable suivante) et
      * premier jour du mois precedent (en deca: rattrapage).
       01  w-ProchaineCollecte.
           05  w-Proch-AAAA            pic 9(4).
           05  w-Proch-MM              pic 9(2).
       01  w-DebutMoisPrec.
           05  w-Prec-AAAA             pic 9(4).
           05  w-Prec-MM               pic 9(2).
           05  w-Prec-JJ               pic 9(2) value 01.
       01  w-DebutMoisPrecNum redefines w-DebutMoisPrec pic 9(8).
       01  w-PeriodeJour               pic x(6).
       01  w-PeriodeCible              pic x(6).

       01  w-PrimeAvant                pic 9(7)v99.
       01  w-PrimeApres                pic 9(7)v99.
       01  w-Difference                pic s9(7)v99.
       01  w-Prorata                   pic s9(7)v99.

       01  w-EffetAAAAMMJJ             pic 9(8).
       01  w-EffetX redefines w-EffetAAAAMMJJ.
           05  w-Effet-AAAA            pic 9(4).
           05  w-Effet-MM              pic 9(2).
           05  w-Effet-JJ              pic 9(2).
       01  w-MoisSuivantAAAAMMJJ       pic 9(8).
       01  w-MoisSuivantX redefines w-MoisSuivantAAAAMMJJ.
           05  w-Suiv-AAAA             pic 9(4).
           05  w-Suiv-MM               pic 9(2).
           05  w-Suiv-JJ               pic 9(2).
       01  w-DebutMoisAAAAMMJJ         pic 9(8).
       01  w-JoursDuMois               pic s9(4).
       01  w-JoursRestants             pic s9(4).

       01  w-NbAssuresEncore           pic 9(2).
       01  w-IdxLettre                 pic 9(2).

       01  w-NbContrats                pic 9(7) value zero.
       01  w-NbPreavis                 pic 9(7) value zero.
       01  w-NbResiliations            pic 9(7) value zero.
       01  w-NbRattrapages             pic 9(7) value zero.
       01  w-NbRetenuesNPAI            pic 9(7) value zero.

       01  w-Entete1.
           05  filler                  pic x(11) value 'Contrat'.
           05  filler                  pic x(4)  value 'No'.
           05  filler                  pic x(21) value 'Assure'.
           05  filler                  pic x(5)  value 'Gar.'.
           05  filler                  pic x(5)  value 'Age'.
           05  filler                  pic x(11) value 'Limite le'.
           05  filler                  pic x(14) value 'Action'.
           05  filler                  pic x(12) value 'Ajustement'.

       01  w-LigneDet.
           05  LD-Contrat              pic x(10).
           05  filler                  pic x.
           05  LD-NumAssure            pic 9(2).
           05  filler                  pic x(2).
           05  LD-Assure               pic x(20).
           05  filler                  pic x.
           05  LD-Garantie             pic x(2).
           05  filler                  pic x(3).
           05  LD-Age                  pic 9(3).
           05  filler                  pic x(2).
           05  LD-DateLimite           pic x(10).
           05  filler                  pic x.
           05  LD-Action               pic x(13).
           05  filler                  pic x.
           05  LD-Prorata              pic -(6)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'LIMITEAGE' TO w-RC-Programme.
           MOVE 'LIMITEAGE' TO w-RG-Programme.
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
           STRING 'CTHISTO' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomHistoContrat.
           STRING 'DLTCTR' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaContrat.
           MOVE w-DateDuJour (1:6) TO w-PeriodeJour.
           MOVE w-DateDuJour (1:4) TO w-Proch-AAAA.
           MOVE w-DateDuJour (5:2) TO w-Proch-MM.
           IF w-Proch-MM = 12
               ADD 1 TO w-Proch-AAAA
               MOVE 01 TO w-Proch-MM
           ELSE
               ADD 1 TO w-Proch-MM
           END-IF.
           MOVE w-DateDuJour (1:4) TO w-Prec-AAAA.
           MOVE w-DateDuJour (5:2) TO w-Prec-MM.
           IF w-Prec-MM = 01
               SUBTRACT 1 FROM w-Prec-AAAA
               MOVE 12 TO w-Prec-MM
           ELSE
               SUBTRACT 1 FROM w-Prec-MM
           END-IF.

           OPEN I-O ContratF.
           IF NOT ContratF-OK
               DISPLAY 'Fichier contrats indisponible, statut '
                   w-ContratF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ClientF.
           OPEN I-O AssureF.
           IF AssureF-OK
               MOVE 'O' TO w-AssuresDispo
           END-IF.
           OPEN EXTEND ContratHisto.
           IF w-ContratHisto-Status = '35'
               OPEN OUTPUT ContratHisto
               CLOSE ContratHisto
               OPEN EXTEND ContratHisto
           END-IF.
           OPEN I-O AjustementF.
           IF NOT AjustementF-OK
               IF w-AjustementF-Status = '35'
                   OPEN OUTPUT AjustementF
                   CLOSE AjustementF
                   OPEN I-O AjustementF
               END-IF
           END-IF.
           OPEN OUTPUT RapportLimite.
           OPEN OUTPUT LettresLimite.

           STRING 'Fins de garantie a la limite d''age au '
               w-DateDuJour ' - preavis pour ' w-ProchaineCollecte
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE w-Entete1 TO Rap-Ligne.
           WRITE Rap-Ligne.

           MOVE LOW-VALUES TO FD-CodeContrat.
           START ContratF KEY IS NOT LESS THAN FD-CodeContrat
               INVALID KEY MOVE 'O' TO w-FinContrats
           END-START.
           PERFORM Traiter-UnContrat UNTIL FinContrats.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           STRING 'Preavis ' w-NbPreavis '  resiliations '
               w-NbResiliations ' (dont rattrapages '
               w-NbRattrapages ')  retenus NPAI ' w-NbRetenuesNPAI
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.

           CLOSE ContratF.
           CLOSE ClientF.
           IF AssuresDispo
               CLOSE AssureF
           END-IF.
           CLOSE ContratHisto.
           CLOSE AjustementF.
           CLOSE RapportLimite.
           CLOSE LettresLimite.

           DISPLAY 'Limite d''age: ' w-NbContrats
               ' contrat(s) examine(s), ' w-NbPreavis ' preavis, '
               w-NbResiliations ' resiliation(s).'.
           DISPLAY '  Retenus (NPAI): ' w-NbRetenuesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'preavis=' w-NbPreavis ' resiliations='
               w-NbResiliations ' npai=' w-NbRetenuesNPAI
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * Un contrat: les garanties du titulaire sur l'en-tete, puis
      * celles de chaque assure supplementaire sur sa propre ligne.
      ******************************************************************
       Traiter-UnContrat.
           READ ContratF NEXT RECORD
               AT END MOVE 'O' TO w-FinContrats
           END-READ.
           IF NOT FinContrats
               MOVE FD-Contrat TO Contrat
               IF w-IT OF Contrat = 'O' OR w-IA OF Contrat = 'O'
                   OR w-PE OF Contrat = 'O' OR w-DC OF Contrat = 'O'
                   OR w-MT OF Contrat = 'O' OR w-CH OF Contrat = 'O'
                   ADD 1 TO w-NbContrats
                   perform Rechercher-Client
                   IF ClientTrouve
                       MOVE zero TO w-NumAssure
                       MOVE w-DateNaissance OF Beneficiaire
                           TO w-NaissancePersonne
                       MOVE w-Prenom OF Beneficiaire
                           TO w-PrenomPersonne
                       MOVE w-Nom OF Beneficiaire TO w-NomPersonne
                       PERFORM Titulaire-UneGarantie
                           VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
                       IF AssuresDispo
                           perform Assures-Examiner
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Rechercher-Client.
           MOVE w-ref_CompteClient OF Contrat TO FD-CodeClient.
           READ ClientF
               KEY IS FD-CodeClient
               INVALID KEY
                   MOVE 'N' TO w-ClientTrouve
                   MOVE spaces TO w-NaissanceTitulaire
                   DISPLAY 'Contrat ' w-CodeContrat OF Contrat
                       ': client introuvable '
                       w-ref_CompteClient OF Contrat
               NOT INVALID KEY
                   MOVE 'O' TO w-ClientTrouve
                   MOVE FD-Client TO Beneficiaire
                   MOVE w-DateNaissance OF Beneficiaire
                       TO w-NaissanceTitulaire
           END-READ.

       Titulaire-UneGarantie.
           perform Garantie-Lire.
           IF w-GarFlag = 'O' AND w-GarDebut NOT = spaces
               perform Calculer-DateLimite
               IF w-DateLimiteNum NOT = zero
                   IF w-DateLimiteNum NOT > w-DateDuJour
                       perform Titulaire-Resilier
                   ELSE
                       IF w-DateLimite (1:6) = w-ProchaineCollecte
                           perform Emettre-Preavis
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Garantie-Lire.
           EVALUATE w-Idx
               WHEN 1
                   MOVE w-IT OF Contrat TO w-GarFlag
                   MOVE w-IT-debut OF Contrat TO w-GarDebut
               WHEN 2
                   MOVE w-IA OF Contrat TO w-GarFlag
                   MOVE w-IA-debut OF Contrat TO w-GarDebut
               WHEN 3
                   MOVE w-PE OF Contrat TO w-GarFlag
                   MOVE w-PE-debut OF Contrat TO w-GarDebut
               WHEN 4
                   MOVE w-DC OF Contrat TO w-GarFlag
                   MOVE w-DC-debut OF Contrat TO w-GarDebut
               WHEN 5
                   MOVE w-MT OF Contrat TO w-GarFlag
                   MOVE w-MT-debut OF Contrat TO w-GarDebut
               WHEN 6
                   MOVE w-CH OF Contrat TO w-GarFlag
                   MOVE w-CH-debut OF Contrat TO w-GarDebut
           END-EVALUATE.

       Garantie-Eteindre.
           EVALUATE w-Idx
               WHEN 1
                   MOVE 'N' TO w-IT OF Contrat
                   MOVE spaces TO w-IT-debut OF Contrat
               WHEN 2
                   MOVE 'N' TO w-IA OF Contrat
                   MOVE spaces TO w-IA-debut OF Contrat
               WHEN 3
                   MOVE 'N' TO w-PE OF Contrat
                   MOVE spaces TO w-PE-debut OF Contrat
               WHEN 4
                   MOVE 'N' TO w-DC OF Contrat
                   MOVE spaces TO w-DC-debut OF Contrat
               WHEN 5
                   MOVE 'N' TO w-MT OF Contrat
                   MOVE spaces TO w-MT-debut OF Contrat
               WHEN 6
                   MOVE 'N' TO w-CH OF Contrat
                   MOVE spaces TO w-CH-debut OF Contrat
           END-EVALUATE.

      ******************************************************************
      * Anniversaire auquel la personne atteint la limite de la
      * garantie w-Idx; zero quand la date de naissance (JJ/MM/AAAA)
      * est inexploitable.
      ******************************************************************
       Calculer-DateLimite.
           MOVE zero TO w-DateLimiteNum.
           IF w-NaissancePersonne (1:2) NUMERIC
               AND w-NaissancePersonne (4:2) NUMERIC
               AND w-NaissancePersonne (7:4) NUMERIC
               MOVE w-NaissancePersonne (7:4) TO w-Limite-AAAA
               MOVE w-NaissancePersonne (4:2) TO w-Limite-MM
               MOVE w-NaissancePersonne (1:2) TO w-Limite-JJ
               IF FUNCTION TEST-DATE-YYYYMMDD(w-DateLimiteNum) = zero
                   ADD w-AgeLimite (w-Idx) TO w-Limite-AAAA
                   PERFORM Limite-ReculerJour
                       UNTIL FUNCTION TEST-DATE-YYYYMMDD(
                           w-DateLimiteNum) = zero
                   STRING w-Limite-JJ '/' w-Limite-MM '/'
                       w-Limite-AAAA DELIMITED BY SIZE
                       INTO w-DateLimiteJMA
               ELSE
                   MOVE zero TO w-DateLimiteNum
               END-IF
           END-IF.

       Limite-ReculerJour.
           SUBTRACT 1 FROM w-Limite-JJ.

      ******************************************************************
      * Resiliation au titulaire: avenant de l'en-tete du contrat a
      * l'anniversaire, prorata de la difference de prime du mois
      * d'effet comme AvenantContrat. Une limite passee avant le mois
      * precedent n'a jamais ete traitee: elle prend effet ce jour.
      ******************************************************************
       Titulaire-Resilier.
           perform Determiner-Effet.
           MOVE 'P' TO w-CP-Fonction.
           CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
               w-NaissanceTitulaire, w-DateDuJour, w-PrimeAvant,
               VentilationPrime.
           perform Garantie-Eteindre.
           MOVE 'P' TO w-CP-Fonction.
           CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
               w-NaissanceTitulaire, w-DateDuJour, w-PrimeApres,
               VentilationPrime.
           MOVE Contrat TO FD-Contrat.
           REWRITE FD-Contrat
               INVALID KEY
                   DISPLAY 'Erreur REWRITE contrat '
                       w-CodeContrat OF Contrat
           END-REWRITE.
           perform ContratHisto-Snapshot.
           perform Calculer-Prorata.
           IF w-Prorata NOT = zero
               perform Enregistrer-Ajustement
           END-IF.
           ADD 1 TO w-NbResiliations.
           perform Ligne-Resiliation.
           IF AssuresDispo
               perform Assures-EncoreCouverts
               IF w-NbAssuresEncore > zero
                   MOVE spaces TO Rap-Ligne
                   STRING '    ' w-NbAssuresEncore ' assure(s) '
                       'supplementaire(s) encore marque(s) '
                       w-TypeGar (w-Idx) ' sur ce contrat: a revoir.'
                       DELIMITED BY SIZE INTO Rap-Ligne
                   WRITE Rap-Ligne
               END-IF
           END-IF.

       Determiner-Effet.
           IF w-DateLimiteNum < w-DebutMoisPrecNum
               MOVE w-DateDuJour TO w-EffetAAAAMMJJ
               ADD 1 TO w-NbRattrapages
           ELSE
               MOVE w-DateLimiteNum TO w-EffetAAAAMMJJ
           END-IF.

       Ligne-Resiliation.
           MOVE spaces TO w-LigneDet.
           MOVE w-CodeContrat OF Contrat TO LD-Contrat.
           MOVE w-NumAssure TO LD-NumAssure.
           STRING w-PrenomPersonne DELIMITED BY '  '
               ' ' w-NomPersonne DELIMITED BY SIZE
               INTO LD-Assure.
           MOVE w-TypeGar (w-Idx) TO LD-Garantie.
           MOVE w-AgeLimite (w-Idx) TO LD-Age.
           MOVE w-DateLimiteJMA TO LD-DateLimite.
           IF w-EffetAAAAMMJJ = w-DateLimiteNum
               MOVE 'RESILIEE' TO LD-Action
           ELSE
               MOVE 'RATTRAPAGE' TO LD-Action
           END-IF.
           IF w-NumAssure = zero
               MOVE w-Prorata TO LD-Prorata
           ELSE
               MOVE zero TO LD-Prorata
           END-IF.
           MOVE w-LigneDet TO Rap-Ligne.
           WRITE Rap-Ligne.

       Assures-EncoreCouverts.
           MOVE zero TO w-NbAssuresEncore.
           MOVE 'N' TO w-FinAssures.
           MOVE w-CodeContrat OF Contrat TO FDI-CodeContrat.
           MOVE 01 TO FDI-NumAssure.
           START AssureF KEY IS NOT LESS THAN FDI-CleAssure
               INVALID KEY MOVE 'O' TO w-FinAssures
           END-START.
           PERFORM Assures-CompterUn UNTIL FinAssures.

       Assures-CompterUn.
           READ AssureF NEXT RECORD
               AT END MOVE 'O' TO w-FinAssures
           END-READ.
           IF NOT FinAssures
               IF FDI-CodeContrat NOT = w-CodeContrat OF Contrat
                   MOVE 'O' TO w-FinAssures
               ELSE
                   perform AssureGar-Lire
                   IF w-GarFlag = 'O'
                       ADD 1 TO w-NbAssuresEncore
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Assures supplementaires du contrat (00 est le titulaire): la
      * limite se lit sur leur propre date de naissance et leurs
      * propres indicateurs de garantie.
      ******************************************************************
       Assures-Examiner.
           MOVE 'N' TO w-FinAssures.
           MOVE w-CodeContrat OF Contrat TO FDI-CodeContrat.
           MOVE 01 TO FDI-NumAssure.
           START AssureF KEY IS NOT LESS THAN FDI-CleAssure
               INVALID KEY MOVE 'O' TO w-FinAssures
           END-START.
           PERFORM Assures-ExaminerUn UNTIL FinAssures.

       Assures-ExaminerUn.
           READ AssureF NEXT RECORD
               AT END MOVE 'O' TO w-FinAssures
           END-READ.
           IF NOT FinAssures
               IF FDI-CodeContrat NOT = w-CodeContrat OF Contrat
                   MOVE 'O' TO w-FinAssures
               ELSE
                   MOVE FDI-NumAssure TO w-NumAssure
                   MOVE FDI-DateNaissance TO w-NaissancePersonne
                   MOVE FDI-Prenom TO w-PrenomPersonne
                   MOVE FDI-Nom TO w-NomPersonne
                   PERFORM Assure-UneGarantie
                       VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               END-IF
           END-IF.

       Assure-UneGarantie.
           perform AssureGar-Lire.
           IF w-GarFlag = 'O'
               perform Calculer-DateLimite
               IF w-DateLimiteNum NOT = zero
                   IF w-DateLimiteNum NOT > w-DateDuJour
                       perform Assure-Resilier
                   ELSE
                       IF w-DateLimite (1:6) = w-ProchaineCollecte
                           perform Emettre-Preavis
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AssureGar-Lire.
           EVALUATE w-Idx
               WHEN 1 MOVE FDI-IT TO w-GarFlag
               WHEN 2 MOVE FDI-IA TO w-GarFlag
               WHEN 3 MOVE FDI-PE TO w-GarFlag
               WHEN 4 MOVE FDI-DC TO w-GarFlag
               WHEN 5 MOVE FDI-MT TO w-GarFlag
               WHEN 6 MOVE FDI-CH TO w-GarFlag
           END-EVALUATE.

      ******************************************************************
      * Resiliation a un assure supplementaire: sa ligne perd la
      * garantie, le contrat garde la sienne. La prime ne se calcule
      * que sur l'en-tete: pas d'ajustement, mais l'avenant est trace
      * a l'historique du contrat.
      ******************************************************************
       Assure-Resilier.
           perform Determiner-Effet.
           EVALUATE w-Idx
               WHEN 1 MOVE 'N' TO FDI-IT
               WHEN 2 MOVE 'N' TO FDI-IA
               WHEN 3 MOVE 'N' TO FDI-PE
               WHEN 4 MOVE 'N' TO FDI-DC
               WHEN 5 MOVE 'N' TO FDI-MT
               WHEN 6 MOVE 'N' TO FDI-CH
           END-EVALUATE.
           REWRITE FDI-Assure
               INVALID KEY
                   DISPLAY 'Erreur REWRITE assure '
                       FDI-CodeContrat ' ' FDI-NumAssure
           END-REWRITE.
           perform ContratHisto-Snapshot.
           MOVE zero TO w-Prorata.
           ADD 1 TO w-NbResiliations.
           perform Ligne-Resiliation.

      ******************************************************************
      * Preavis au client du contrat, titulaire ou assure concerne.
      ******************************************************************
       Emettre-Preavis.
           MOVE spaces TO w-LigneDet.
           MOVE w-CodeContrat OF Contrat TO LD-Contrat.
           MOVE w-NumAssure TO LD-NumAssure.
           STRING w-PrenomPersonne DELIMITED BY '  '
               ' ' w-NomPersonne DELIMITED BY SIZE
               INTO LD-Assure.
           MOVE w-TypeGar (w-Idx) TO LD-Garantie.
           MOVE w-AgeLimite (w-Idx) TO LD-Age.
           MOVE w-DateLimiteJMA TO LD-DateLimite.
           MOVE zero TO LD-Prorata.
           IF Beneficiaire-NPAI
               MOVE 'PREAVIS NPAI' TO LD-Action
               ADD 1 TO w-NbRetenuesNPAI
           ELSE
               MOVE 'PREAVIS' TO LD-Action
               perform Editer-Preavis
               ADD 1 TO w-NbPreavis
           END-IF.
           MOVE w-LigneDet TO Rap-Ligne.
           WRITE Rap-Ligne.

       Editer-Preavis.
           MOVE 'LIMITAGE' TO w-LT-CodeLettre.
           MOVE w-CodeContrat OF Contrat TO w-LT-Reference.
           MOVE spaces TO w-LT-Motif.
           STRING 'Fin garantie ' w-TypeGar (w-Idx) ' a '
               w-AgeLimite (w-Idx) ' ans: '
               w-PrenomPersonne DELIMITED BY '  '
               INTO w-LT-Motif.
           perform Projeter-Prime.
           MOVE w-PrimeApres TO w-LT-Montant.
           MOVE w-DateLimiteNum TO w-LT-Date.
           MOVE w-Nom OF Beneficiaire TO w-LT-Nom.
           MOVE w-Prenom OF Beneficiaire TO w-LT-Prenom.
           MOVE w-Adresse OF Beneficiaire TO w-LT-Adresse.
           MOVE w-CodePostal OF Beneficiaire TO w-LT-CodePostal.
           MOVE w-Ville OF Beneficiaire TO w-LT-Ville.

           MOVE w-CodeClient OF Beneficiaire TO w-RG-CodeClient.
           MOVE w-LT-Reference TO w-RG-Reference.
           MOVE w-LT-CodeLettre TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Let-Ligne.
           WRITE Let-Ligne.
           STRING '=== Lettre du ' w-DateDuJour ' - ref '
               w-LT-Reference ' ===' DELIMITED BY SIZE
               INTO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.
           CALL 'EditionLettre' USING EditionLettreParm.
           PERFORM Preavis-EcrireLigne
               VARYING w-IdxLettre FROM 1 BY 1
               UNTIL w-IdxLettre > w-LT-NbLignes.

      * Prime mensuelle apres la fin de garantie, annoncee au client:
      * la garantie n'est eteinte que le temps du calcul, le contrat
      * est recharge de l'enregistrement lu. Un assure supplementaire
      * ne pese pas sur la prime.
       Projeter-Prime.
           IF w-NumAssure = zero
               perform Garantie-Eteindre
           END-IF.
           MOVE 'P' TO w-CP-Fonction.
           CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
               w-NaissanceTitulaire, w-DateDuJour, w-PrimeApres,
               VentilationPrime.
           MOVE FD-Contrat TO Contrat.

       Preavis-EcrireLigne.
           MOVE w-LT-Ligne (w-IdxLettre) TO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.

      ******************************************************************
      * Prorata du mois d'effet: difference de prime au tarif mensuel
      * multipliee par les jours restants du mois rapportes au nombre
      * de jours du mois (comme AvenantContrat).
      ******************************************************************
       Calculer-Prorata.
           MOVE w-Effet-AAAA TO w-Suiv-AAAA.
           MOVE w-Effet-MM   TO w-Suiv-MM.
           MOVE 01           TO w-Suiv-JJ.
           IF w-Suiv-MM = 12
               ADD 1 TO w-Suiv-AAAA
               MOVE 01 TO w-Suiv-MM
           ELSE
               ADD 1 TO w-Suiv-MM
           END-IF.

           MOVE w-EffetAAAAMMJJ TO w-DebutMoisAAAAMMJJ.
           MOVE '01' TO w-DebutMoisAAAAMMJJ (7:2).

           COMPUTE w-JoursDuMois =
               FUNCTION INTEGER-OF-DATE(w-MoisSuivantAAAAMMJJ)
               - FUNCTION INTEGER-OF-DATE(w-DebutMoisAAAAMMJJ).
           COMPUTE w-JoursRestants =
               FUNCTION INTEGER-OF-DATE(w-MoisSuivantAAAAMMJJ)
               - FUNCTION INTEGER-OF-DATE(w-EffetAAAAMMJJ).

           COMPUTE w-Difference = w-PrimeApres - w-PrimeAvant.
           COMPUTE w-Prorata ROUNDED =
               w-Difference * w-JoursRestants / w-JoursDuMois.

      ******************************************************************
      * Ajustement rattache a la periode suivant la date d'effet, ou
      * a la prochaine periode collectable quand celle-ci est deja
      * passee (meme regle qu'AvenantContrat).
      ******************************************************************
       Enregistrer-Ajustement.
           MOVE w-MoisSuivantAAAAMMJJ (1:6) TO w-PeriodeCible.
           IF w-PeriodeCible NOT > w-PeriodeJour
               MOVE w-ProchaineCollecte TO w-PeriodeCible
           END-IF.

           MOVE w-CodeContrat OF Contrat TO FDJ-CodeContrat.
           MOVE w-PeriodeCible TO FDJ-Periode.
           READ AjustementF
               INVALID KEY
                   MOVE 'N' TO w-AjustementTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-AjustementTrouve
           END-READ.
           IF AjustementTrouve
               ADD w-Prorata TO FDJ-Montant
               MOVE w-DateDuJour TO FDJ-DateEffet
               MOVE 'A' TO FDJ-Statut
               REWRITE FDJ-Ajustement
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE ajustement '
                           FDJ-CodeContrat ' ' FDJ-Periode
               END-REWRITE
           ELSE
               MOVE w-CodeContrat OF Contrat TO FDJ-CodeContrat
               MOVE w-PeriodeCible TO FDJ-Periode
               MOVE w-Prorata TO FDJ-Montant
               MOVE w-DateDuJour TO FDJ-DateEffet
               MOVE 'A' TO FDJ-Statut
               WRITE FDJ-Ajustement
                   INVALID KEY
                       DISPLAY 'Erreur WRITE ajustement '
                           FDJ-CodeContrat ' ' FDJ-Periode
               END-WRITE
           END-IF.

       ContratHisto-Snapshot.
           MOVE w-DateDuJour             TO FDH-DateHistorique.
           MOVE w-CodeContrat OF Contrat TO FDH-CodeContrat.
           MOVE w-ref_CompteClient OF Contrat
               TO FDH-ref_CompteClient.
           MOVE w-DebutContrat OF Contrat TO FDH-DebutContrat.
           MOVE w-FinContrat OF Contrat  TO FDH-FinContrat.
           MOVE w-IT OF Contrat          TO FDH-IT.
           MOVE w-IT-debut OF Contrat    TO FDH-IT-debut.
           MOVE w-IA OF Contrat          TO FDH-IA.
           MOVE w-IA-debut OF Contrat    TO FDH-IA-debut.
           MOVE w-PE OF Contrat          TO FDH-PE.
           MOVE w-PE-debut OF Contrat    TO FDH-PE-debut.
           MOVE w-DC OF Contrat          TO FDH-DC.
           MOVE w-DC-debut OF Contrat    TO FDH-DC-debut.
           MOVE w-MT OF Contrat          TO FDH-MT.
           MOVE w-MT-debut OF Contrat    TO FDH-MT-debut.
           MOVE w-CH OF Contrat          TO FDH-CH.
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE 'AVT' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.
           perform DeltaContrat-Ecrire.

      ******************************************************************
      * Chaque contrat touche part au fichier delta du jour pour les
      * scans nocturnes.
      ******************************************************************
       DeltaContrat-Ecrire.
           OPEN EXTEND DeltaContrat.
           IF w-DeltaContrat-Status = '35'
               OPEN OUTPUT DeltaContrat
               CLOSE DeltaContrat
               OPEN EXTEND DeltaContrat
           END-IF.
           MOVE w-CodeContrat OF Contrat TO DLK-CodeContrat.
           WRITE DLK-CodeContrat.
           CLOSE DeltaContrat.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM ResiliationLimiteAge.
