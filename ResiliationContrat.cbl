      *          vuecompte RIB lookup as the claim payouts; with no
      *          RIB on file it falls back to a credit on the
      *          adjustments file, where accounting can see it.
      *          The transfer carries the IBAN built from the RIB and
      *          the BIC of the bank (ControleIBAN); bank details whose
      *          IBAN cannot be formed or whose bank has no known BIC
      *          are treated as no RIB at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY FDTRLOG.

       FD  FichierRemboursements.
       01  Remb-Ligne                  pic x(160).

       WORKING-STORAGE SECTION.
           COPY WSCNXGP.
           COPY WSIBAN.
           COPY WSCNTFS.
           COPY WSCLIFS.
           COPY WSCTHIS.
       01  DebitCompte                 pic s9(9)v99 comp-3.
       01  CreditCompte                pic s9(9)v99 comp-3.
       01  SoldeCompte                 pic s9(9)v99 comp-3.
      * Compte trouve sur la vue et IBAN/BIC valides (ControleIBAN);
      * sinon w-IB-Motif dit pourquoi.
       01  w-RIBTrouve                 pic x value 'N'.
           88  RIBTrouve               value 'O'.

           05  LR-Montant              pic -(7)9.99.
           05  filler                  pic x.
           05  LR-DateEmission         pic 9(8).
           05  filler                  pic x.
           05  LR-IBAN                 pic x(34).
           05  filler                  pic x.
           05  LR-BIC                  pic x(11).

       01  w-Remboursements-Status     pic xx.

               MOVE codeguichet   TO LR-CodeGuichet
               MOVE racinecompte  TO LR-RacineCompte
               MOVE clerib        TO LR-CleRIB
               MOVE w-IB-IBAN     TO LR-IBAN
               MOVE w-IB-BIC      TO LR-BIC
               MOVE w-MontantRembourse TO LR-Montant
               MOVE w-DateDuJour  TO LR-DateEmission
               MOVE w-LigneRemb TO Remb-Ligne
           END-IF.

      ******************************************************************
      * Sans RIB utilisable au fichier des comptes (absent, ou dont
      * l'IBAN ou le BIC ne passe pas), le credit est pose au
      * fichier des ajustements sous la periode suivante: le contrat
      * resilie ne sera plus collecte, mais la creance du client y
      * est visible pour un reglement manuel.
               END-WRITE
           END-IF.
           MOVE w-MontantRembourse TO w-MontantEdite.
           DISPLAY w-IB-Motif ': credit de ' w-MontantEdite
               ' EUR pose au fichier des ajustements.'.

       DeclarerCurseurRIB.

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

       DeltaContrat-Ecrire.
           STRING 'DLTCTR' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaContrat.
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE 'RES' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

