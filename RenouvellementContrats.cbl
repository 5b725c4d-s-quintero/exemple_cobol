      *          d'echeance is printed per client - old premium, new
      *          premium, effective date - sequenced by postal code
      *          like ReleveAnnuelPrimes so the mailing goes out
      *          presorted. A contract whose client is flagged NPAI
      *          (returned mail) is re-priced all the same, but no
      *          avis is printed for it. Every avis printed is
      *          recorded on the correspondence register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY WSCTHIS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSPRIME.
           COPY WSPRIMV.
           COPY WSREGCR.

       01  w-DateDuJour                pic 9(8).
       01  w-FinContrats               pic x value 'N'.

       01  w-NbContrats                pic 9(7) value zero.
       01  w-NbAvis                    pic 9(7) value zero.
       01  w-NbRetenuesNPAI            pic 9(7) value zero.

       01  w-PrimeEdite1               pic z(6)9.99.
       01  w-PrimeEdite2               pic z(6)9.99.

       MAIN-PROCEDURE.
           MOVE 'RENOUVCONTRATS' TO w-RC-Programme.
           MOVE 'RENOUVCONTRATS' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'O' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.

           DISPLAY 'Renouvellement: ' w-NbContrats
               ' contrat(s) examine(s), ' w-NbAvis ' avis emis.'.
           DISPLAY '  Retenus (NPAI): ' w-NbRetenuesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'avis=' w-NbAvis
       Repricer-Contrat.
           perform Rechercher-Client.
           IF ClientTrouve
               MOVE 'P' TO w-CP-Fonction
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   w-DateNaissance OF Beneficiaire, w-DateDuJour,
                   w-PrimeAvant, VentilationPrime
               MOVE 'P' TO w-CP-Fonction
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   w-DateNaissance OF Beneficiaire,
                   w-EcheanceAAAAMMJJ, w-PrimeApres,
                   VentilationPrime
               perform ContratHisto-Snapshot
               IF Beneficiaire-NPAI
                   ADD 1 TO w-NbRetenuesNPAI
               ELSE
                   MOVE w-CodePostal OF Beneficiaire TO SD-CodePostal
                   MOVE w-CodeClient OF Beneficiaire TO SD-CodeClient
                   MOVE w-CodeContrat OF Contrat     TO SD-CodeContrat
                   MOVE w-EcheanceAAAAMMJJ           TO SD-DateEcheance
                   MOVE w-PrimeAvant                 TO SD-PrimeAvant
                   MOVE w-PrimeApres                 TO SD-PrimeApres
                   MOVE w-Nom OF Beneficiaire        TO SD-Nom
                   MOVE w-Prenom OF Beneficiaire     TO SD-Prenom
                   MOVE w-Adresse OF Beneficiaire    TO SD-Adresse
                   MOVE w-Ville OF Beneficiaire      TO SD-Ville
                   RELEASE SD-Avis
               END-IF
           END-IF.

       Rechercher-Client.
           CLOSE FichierAvis.

       Imprimer-UnAvis.
           MOVE SD-CodeClient TO w-RG-CodeClient.
           MOVE SD-CodeContrat TO w-RG-Reference.
           MOVE 'AVISECH' TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Avi-Ligne.
           WRITE Avi-Ligne.
           STRING '=== Avis d''echeance - contrat ' SD-CodeContrat
               ' ===' DELIMITED BY SIZE INTO Avi-Ligne.
           perform Avis-EcrireLigne.
           STRING SD-Prenom ' ' SD-Nom
               DELIMITED BY SIZE INTO Avi-Ligne.
           perform Avis-EcrireLigne.
           MOVE SD-Adresse TO Avi-Ligne.
           perform Avis-EcrireLigne.
           STRING SD-CodePostal ' ' SD-Ville
               DELIMITED BY SIZE INTO Avi-Ligne.
           perform Avis-EcrireLigne.
           MOVE SD-PrimeAvant TO w-PrimeEdite1.
           MOVE SD-PrimeApres TO w-PrimeEdite2.
           STRING 'Prime actuelle ' w-PrimeEdite1
               ' EUR - nouvelle prime ' w-PrimeEdite2
               ' EUR a compter du ' SD-DateEcheance
               DELIMITED BY SIZE INTO Avi-Ligne.
           perform Avis-EcrireLigne.
           ADD 1 TO w-NbAvis.

           RETURN TriAvis
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.

       Avis-EcrireLigne.
           MOVE Avi-Ligne TO w-RG-Ligne.
           WRITE Avi-Ligne.
           perform Courrier-Ligne.

       ContratHisto-Snapshot.
           MOVE w-DateDuJour             TO FDH-DateHistorique.
           MOVE w-CodeContrat OF Contrat TO FDH-CodeContrat.
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE 'REN' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM RenouvellementContrats.
