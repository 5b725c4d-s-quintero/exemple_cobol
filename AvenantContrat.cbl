      *          period, where the next SEPA export cycle folds it
      *          into the collection - so a guarantee added in March
      *          is actually paid for, and one dropped in March is
      *          actually credited. The same prorated path serves a
      *          change of benefit levels (IT daily amount, IT
      *          franchise, DC capital) as of an effective date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  w-GarFlag                   pic x.
       01  w-DateEffet                 pic x(10).

      * Nouveaux niveaux saisis (zero = niveau inchange).
       01  w-NouvIndemnite             pic 9(5)v99.
       01  w-NouvFranchise             pic 9(3).
       01  w-NouvCapital               pic 9(7)v99.
           COPY WSNIVEAU.

       01  w-PrimeAvant                pic 9(7)v99.
           COPY WSPRIME.
           COPY WSPRIMV.
       01  w-PrimeApres                pic 9(7)v99.
       01  w-Difference                pic s9(7)v99.
               perform Rechercher-Contrat
               IF ContratTrouve
                   DISPLAY 'Action (G=garantie / A=assures / '
                       'P=periodicite / N=niveaux): '
                   ACCEPT w-ChoixAction
                   EVALUATE w-ChoixAction
                       WHEN 'G' perform Saisir-Avenant
                       WHEN 'A' perform Assures-Gerer
                       WHEN 'P' perform Fractionnement-Gerer
                       WHEN 'N' perform Saisir-Niveaux
                       WHEN OTHER
                           DISPLAY 'Action invalide.'
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * Avenant de niveaux: indemnite journaliere et franchise IT,
      * capital DC. Meme date d'effet, meme controle et meme prorata
      * qu'un avenant de garantie - la prime suit les niveaux.
      ******************************************************************
       Saisir-Niveaux.
           perform Niveaux-Contrat.
           MOVE w-NV-TauxJournalier TO w-NV-Edition.
           DISPLAY 'Indemnite journaliere IT actuelle: ' w-NV-Edition
               ', franchise ' w-NV-FranchiseJours ' jours'.
           MOVE w-NV-CapitalDC TO w-NV-Edition.
           DISPLAY 'Capital DC actuel: ' w-NV-Edition.
           DISPLAY 'Nouvelle indemnite journaliere IT (0 = '
               'inchangee): '.
           ACCEPT w-NouvIndemnite.
           DISPLAY 'Nouvelle franchise IT (15/30/90, 0 = '
               'inchangee): '.
           ACCEPT w-NouvFranchise.
           DISPLAY 'Nouveau capital DC (0 = inchange): '.
           ACCEPT w-NouvCapital.
           IF w-NouvFranchise NOT = zero
               AND w-NouvFranchise NOT = 015
               AND w-NouvFranchise NOT = 030
               AND w-NouvFranchise NOT = 090
               DISPLAY 'Franchise inconnue, avenant refuse: '
                   w-NouvFranchise
           ELSE
               DISPLAY 'Date d''effet (JJ/MM/AAAA): '
               ACCEPT w-DateEffet
               IF w-DateEffet (1:2) NOT NUMERIC
                   OR w-DateEffet (4:2) NOT NUMERIC
                   OR w-DateEffet (7:4) NOT NUMERIC
                   DISPLAY 'Date d''effet invalide, avenant refuse: '
                       w-DateEffet
               ELSE
                   perform Executer-Avenant
               END-IF
           END-IF.

       Appliquer-Niveaux.
           IF w-NouvIndemnite NOT = zero
               MOVE w-NouvIndemnite TO w-IT-Indemnite OF Contrat
           END-IF.
           IF w-NouvFranchise NOT = zero
               MOVE w-NouvFranchise TO w-IT-Franchise OF Contrat
           END-IF.
           IF w-NouvCapital NOT = zero
               MOVE w-NouvCapital TO w-DC-Capital OF Contrat
           END-IF.
           perform Niveaux-Normaliser.

       Executer-Avenant.
           MOVE 'P' TO w-CP-Fonction.
           CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
               w-NaissanceTitulaire, w-DateDuJour, w-PrimeAvant,
               VentilationPrime.
           IF w-ChoixAction = 'N'
               perform Appliquer-Niveaux
           ELSE
               perform Appliquer-Garantie
           END-IF.
           perform Avenant-ControlerSouscription.
           IF AvenantOK
               MOVE 'P' TO w-CP-Fonction
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   w-NaissanceTitulaire, w-DateDuJour, w-PrimeApres,
                   VentilationPrime
               MOVE Contrat TO FD-Contrat
                   DISPLAY '     IT:' FDI-IT ' IA:' FDI-IA
                       ' PE:' FDI-PE ' DC:' FDI-DC
                       ' MT:' FDI-MT ' CH:' FDI-CH
                   DISPLAY '     Niveaux propres (0 = contrat) IT:'
                       FDI-IT-Indemnite ' franchise:'
                       FDI-IT-Franchise ' DC:' FDI-DC-Capital
               END-IF
           END-IF.

               ACCEPT FDI-MT
               DISPLAY '  CH? '
               ACCEPT FDI-CH
               perform Niveaux-AssureSaisir
               IF AssureTrouve
                   REWRITE FDI-Assure
                       INVALID KEY
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE 'AVT' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.
           perform DeltaContrat-Ecrire.
      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      ************Niveaux de garantie du contrat et de l'assure*******
           COPY NIVEAUX.
           COPY NIVASSUR.

      * END PROGRAM AvenantContrat.
