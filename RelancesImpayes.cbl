      *          return ingestion marks on the receivables ledger.
      *          The policy terms give three dated stages counted from
      *          the day the collection went out: a first reminder
      *          after 10 business days, a formal notice (mise en
      *          demeure) after 40 calendar days, and suspension of
      *          cover after 70 calendar days - a calendar delay
      *          ending on a closed day is carried to the next
      *          business day (JoursOuvres calendar). Reminder
      *          and notice letters are generated with the client's
      *          name and address from the client master; the final
      *          stage turns the active guarantee flags off on the
      *          contract with a history snapshot so the suspension
      *          stays traceable. Quittances covered by an active
      *          payment plan (echeancier) are frozen at the stage
      *          they had reached; once the plan is broken they pick
      *          the escalation up again on the next run. A client
      *          flagged NPAI (returned mail) moves through the stages
      *          all the same, but no letter is printed for the
      *          address the mail came back from. Every letter
      *          printed is recorded on the correspondence register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELCLIEN.
           COPY SELCONTR.
           COPY SELCTHIS.
           COPY SELECHEA.

           SELECT LettresRelance ASSIGN TO "LETREL.TXT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY FDCLIENT.
           COPY FDCONTRA.
           COPY FDCTHIS.
           COPY FDECHEA.

       FD  LettresRelance.
       01  Let-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSJOUVR.
           COPY WSQUIFS.
           COPY WSCLIFS.
           COPY WSCNTFS.
           COPY WSCONTRA.
           COPY WSCTHIS.
           COPY WSLETTRE.
           COPY WSREGCR.
           COPY WSECHFS.

       01  w-IdxLettre                 pic 9(2).


       01  w-DateDuJour                pic 9(8).

      * Echeanciers: une quittance couverte par un plan actif reste
      * gelee a son niveau de relance.
       01  w-EcheanciersDispo          pic x value 'N'.
           88  EcheanciersDispo        value 'O'.
       01  w-QuittanceGelee            pic x.
           88  QuittanceGelee          value 'O'.
       01  w-IdxQ                      pic 9(2).
       01  w-NbGelees                  pic 9(7) value zero.

      * Seuils de relance (en jours depuis l'envoi du prelevement)
      * et regle de decompte de chacun: O jours ouvres, C jours
      * calendaires (reportes au jour ouvre suivant).
       01  w-SeuilRelance              pic 9(3) value 10.
       01  w-RegleRelance              pic x value 'O'.
       01  w-SeuilMiseEnDemeure        pic 9(3) value 40.
       01  w-RegleMiseEnDemeure        pic x value 'C'.
       01  w-SeuilSuspension           pic 9(3) value 70.
       01  w-RegleSuspension           pic x value 'C'.

       01  w-DateExportNum             pic 9(8).
       01  w-SeuilEtape                pic 9(3).
       01  w-RegleEtape                pic x.
       01  w-EtapeAtteinte             pic x.
           88  EtapeAtteinte           value 'O'.
       01  w-NiveauCible               pic 9.

       01  w-MontantEdite              pic z(6)9.99.
       01  w-NbRelances                pic 9(7) value zero.
       01  w-NbMisesEnDemeure          pic 9(7) value zero.
       01  w-NbSuspensions             pic 9(7) value zero.
       01  w-NbRetenuesNPAI            pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RELANCESIMPAYES' TO w-RC-Programme.
           MOVE 'RELANCESIMPAYES' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
               OPEN EXTEND ContratHisto
           END-IF.
           OPEN OUTPUT LettresRelance.
           OPEN INPUT EcheancierF.
           IF EcheancierF-OK
               MOVE 'O' TO w-EcheanciersDispo
           END-IF.

           MOVE LOW-VALUES TO FDQ-CleQuittance.
           START QuittanceF KEY IS NOT LESS THAN FDQ-CleQuittance
                   IF Quittance-Impayee
                       AND FDQ-Representation NOT = 'O'
                       ADD 1 TO w-NbImpayesLus
                       perform Echeancier-Verifier
                       IF QuittanceGelee
                           ADD 1 TO w-NbGelees
                       ELSE
                           perform Traiter-Impaye
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ContratF.
           CLOSE ContratHisto.
           CLOSE LettresRelance.
           IF EcheanciersDispo
               CLOSE EcheancierF
           END-IF.

           DISPLAY 'Relances des impayes terminees.'.
           DISPLAY '  Impayes lus        : ' w-NbImpayesLus.
           DISPLAY '  Relances simples   : ' w-NbRelances.
           DISPLAY '  Mises en demeure   : ' w-NbMisesEnDemeure.
           DISPLAY '  Suspensions        : ' w-NbSuspensions.
           DISPLAY '  Gelees (echeancier): ' w-NbGelees.
           DISPLAY '  Retenues (NPAI)    : ' w-NbRetenuesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'relances=' w-NbRelances ' suspens=' w-NbSuspensions

      ******************************************************************
      * The stage an unpaid premium has reached depends only on the
      * delay run since the collection went to the bank; a stage
      * already recorded on the quittance is never re-issued, so each
      * letter goes out exactly once however often the batch runs.
      ******************************************************************
               CONTINUE
           ELSE
               MOVE FDQ-DateExport TO w-DateExportNum

               MOVE zero TO w-NiveauCible
               MOVE w-SeuilRelance TO w-SeuilEtape
               MOVE w-RegleRelance TO w-RegleEtape
               perform Etape-Evaluer
               IF EtapeAtteinte
                   MOVE 1 TO w-NiveauCible
               END-IF
               MOVE w-SeuilMiseEnDemeure TO w-SeuilEtape
               MOVE w-RegleMiseEnDemeure TO w-RegleEtape
               perform Etape-Evaluer
               IF EtapeAtteinte
                   MOVE 2 TO w-NiveauCible
               END-IF
               MOVE w-SeuilSuspension TO w-SeuilEtape
               MOVE w-RegleSuspension TO w-RegleEtape
               perform Etape-Evaluer
               IF EtapeAtteinte
                   MOVE 3 TO w-NiveauCible
               END-IF

               END-IF
           END-IF.

      ******************************************************************
      * A stage falls due on the date its delay runs out from the
      * collection date, counted under the stage's rule by the
      * business-day routine; it is reached once that date has come.
      ******************************************************************
       Etape-Evaluer.
           MOVE 'N' TO w-EtapeAtteinte.
           MOVE 'A' TO w-JO-Fonction.
           MOVE w-RegleEtape TO w-JO-Regle.
           MOVE w-DateExportNum TO w-JO-Date.
           MOVE w-SeuilEtape TO w-JO-NbJours.
           CALL 'JoursOuvres' USING JoursOuvresParm.
           IF JO-Accepte
               IF w-DateDuJour >= w-JO-Resultat
                   MOVE 'O' TO w-EtapeAtteinte
               END-IF
           END-IF.

      ******************************************************************
      * Tant que l'echeancier du contrat est honore, les quittances
      * qu'il couvre ne progressent plus dans les relances; rompu ou
      * solde, il ne gele plus rien.
      ******************************************************************
       Echeancier-Verifier.
           MOVE 'N' TO w-QuittanceGelee.
           IF EcheanciersDispo
               MOVE FDQ-CodeContrat TO FDEC-CodeContrat
               READ EcheancierF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Echeancier-Actif
                           PERFORM Echeancier-ChercherQuittance
                               VARYING w-IdxQ FROM 1 BY 1
                               UNTIL w-IdxQ > FDEC-NbQuittances
                               OR QuittanceGelee
                       END-IF
               END-READ
           END-IF.

       Echeancier-ChercherQuittance.
           IF FDEC-QuitPeriode (w-IdxQ) = FDQ-Periode
               MOVE 'O' TO w-QuittanceGelee
           END-IF.

       Rechercher-Client.
           MOVE FDQ-ref_CodeClient TO FD-CodeClient.
           READ ClientF
      * une release.
      ******************************************************************
       Emettre-Lettre.
           EVALUATE w-NiveauCible
               WHEN 1
                   MOVE 'RELANCE1' TO w-LT-CodeLettre
                   MOVE 'RELANCE3' TO w-LT-CodeLettre
                   ADD 1 TO w-NbSuspensions
           END-EVALUATE.
      * Courrier revenu NPAI: l'etape progresse, la lettre est
      * retenue jusqu'a la nouvelle adresse.
           IF Beneficiaire-NPAI
               ADD 1 TO w-NbRetenuesNPAI
           ELSE
               perform Lettre-Ecrire
           END-IF.

       Lettre-Ecrire.
           MOVE FDQ-ref_CodeClient       TO w-RG-CodeClient.
           MOVE FDQ-CodeContrat          TO w-RG-Reference.
           MOVE w-LT-CodeLettre          TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Let-Ligne.
           WRITE Let-Ligne.
           STRING '=== Lettre du ' w-DateDuJour
               ' - contrat ' FDQ-CodeContrat
               ' periode ' FDQ-Periode ' ==='
               DELIMITED BY SIZE INTO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.
           MOVE w-Nom OF Beneficiaire    TO w-LT-Nom.
           MOVE w-Prenom OF Beneficiaire TO w-LT-Prenom.
           MOVE w-Adresse OF Beneficiaire TO w-LT-Adresse.
           PERFORM VARYING w-IdxLettre FROM 1 BY 1
               UNTIL w-IdxLettre > w-LT-NbLignes
               MOVE w-LT-Ligne (w-IdxLettre) TO Let-Ligne
               MOVE Let-Ligne TO w-RG-Ligne
               WRITE Let-Ligne
               perform Courrier-Ligne
           END-PERFORM.

      ******************************************************************
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE 'SUS' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM RelancesImpayes.
