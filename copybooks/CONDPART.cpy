      ******************************************************************
      * Policy document paragraphs, COPY'd into the PROCEDURE DIVISION
      * of the programs that print the conditions particulieres or an
      * attestation d'assurance. Conditions-Composer builds, from the
      * Contrat group, the document in w-CD-Document:
      *  - conditions particulieres (CD-Conditions): the guarantees
      *    with their start dates and levels, each insured of
      *    AssureF with their own cover, the beneficiary clause of
      *    DesignationF when DC is held, the premium per instalment
      *    of the contract's fractionnement (CalculPrime at
      *    w-CD-DateEffet) and the broker;
      *  - attestation (CD-Attestation): the guarantees in force at
      *    w-CD-DateEffet - held, started on or before that date, the
      *    contract not ended by then - and the insureds covered by
      *    them; w-CD-NbGaranties zero means nothing to certify.
      * Requires WSCONDP, WSCONTRA, WSNIVEAU and WSPRIMV in
      * WORKING-STORAGE, the NIVEAUX and NIVASSUR paragraphs, AssureF
      * and DesignationF open, CourtierF open when CourtiersDispo.
      ******************************************************************
       Conditions-Composer.
           MOVE zero TO w-CD-NbLignes.
           MOVE zero TO w-CD-NbGaranties.
           MOVE spaces TO w-CD-LigneTravail.
           MOVE spaces TO w-CD-Garanties.
           STRING w-CD-DateEffetX (7:2) '/' w-CD-DateEffetX (5:2) '/'
               w-CD-DateEffetX (1:4) DELIMITED BY SIZE
               INTO w-CD-DateJJMMAAAA.
           perform Niveaux-Contrat.
           perform Conditions-Entete.
           perform Conditions-Contrat.
           perform Conditions-Assures.
           IF CD-Conditions
               IF w-DC OF Contrat = 'O'
                   perform Conditions-Clause
               END-IF
               perform Conditions-Prime
               perform Conditions-Courtier
           ELSE
               MOVE spaces TO w-CD-LigneTravail
               perform Conditions-AjouterLigne
               STRING 'Nous attestons que les personnes ci-dessus '
                   'sont garanties au titre de ce contrat'
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
               perform Conditions-AjouterLigne
               STRING 'pour les garanties indiquees, a la date du '
                   w-CD-DateJJMMAAAA '.'
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
               perform Conditions-AjouterLigne
           END-IF.

       Conditions-Entete.
           IF CD-Conditions
               EVALUATE w-CD-TypeMouvement
                   WHEN 'CRE' MOVE 'affaire nouvelle'
                       TO w-CD-LibelleMouvement
                   WHEN 'AVT' MOVE 'avenant' TO w-CD-LibelleMouvement
                   WHEN 'REN' MOVE 'renouvellement'
                       TO w-CD-LibelleMouvement
                   WHEN 'REI' MOVE 'reintegration'
                       TO w-CD-LibelleMouvement
                   WHEN OTHER MOVE spaces TO w-CD-LibelleMouvement
               END-EVALUATE
               STRING '=== Conditions particulieres - contrat '
                   w-CodeContrat OF Contrat ' ==='
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
               perform Conditions-AjouterLigne
               STRING 'Etablies le ' w-CD-DateJJMMAAAA ' - '
                   w-CD-LibelleMouvement
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
               perform Conditions-AjouterLigne
           ELSE
               STRING '=== Attestation d''assurance - contrat '
                   w-CodeContrat OF Contrat ' ==='
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
               perform Conditions-AjouterLigne
           END-IF.
           STRING w-CD-Prenom ' ' w-CD-Nom
               DELIMITED BY SIZE INTO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.
           MOVE w-CD-Adresse TO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.
           STRING w-CD-CodePostal ' ' w-CD-Ville
               DELIMITED BY SIZE INTO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.
           perform Conditions-AjouterLigne.

      ******************************************************************
      * Le contrat et ses garanties. Pour l'attestation, un contrat
      * termine a la date demandee (fin JJ/MM/AAAA au plus tard ce
      * jour-la) n'a plus rien en vigueur.
      ******************************************************************
       Conditions-Contrat.
           IF w-FinContrat OF Contrat (1:10) = spaces
               STRING 'Contrat ' w-CodeContrat OF Contrat
                   ' - date d''effet ' w-DebutContrat OF Contrat
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
           ELSE
               STRING 'Contrat ' w-CodeContrat OF Contrat
                   ' - date d''effet ' w-DebutContrat OF Contrat
                   ' - fin ' w-FinContrat OF Contrat (1:10)
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
           END-IF.
           perform Conditions-AjouterLigne.
           MOVE 'O' TO w-CD-ContratEnVigueur.
           IF CD-Attestation
               AND w-FinContrat OF Contrat (1:2) NUMERIC
               AND w-FinContrat OF Contrat (4:2) NUMERIC
               AND w-FinContrat OF Contrat (7:4) NUMERIC
               STRING w-FinContrat OF Contrat (7:4)
                   w-FinContrat OF Contrat (4:2)
                   w-FinContrat OF Contrat (1:2)
                   DELIMITED BY SIZE INTO w-CD-DateComparee
               IF w-CD-DateComparee NOT > w-CD-DateEffetX
                   MOVE 'N' TO w-CD-ContratEnVigueur
               END-IF
           END-IF.

           MOVE 'Garanties:' TO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.
           MOVE 1 TO w-CD-IdxGar.
           MOVE 'IT' TO w-CD-GarCode.
           MOVE w-IT OF Contrat TO w-CD-GarFlag.
           MOVE w-IT-debut OF Contrat TO w-CD-GarDebut.
           perform Conditions-UneGarantie.
           MOVE 2 TO w-CD-IdxGar.
           MOVE 'IA' TO w-CD-GarCode.
           MOVE w-IA OF Contrat TO w-CD-GarFlag.
           MOVE w-IA-debut OF Contrat TO w-CD-GarDebut.
           perform Conditions-UneGarantie.
           MOVE 3 TO w-CD-IdxGar.
           MOVE 'PE' TO w-CD-GarCode.
           MOVE w-PE OF Contrat TO w-CD-GarFlag.
           MOVE w-PE-debut OF Contrat TO w-CD-GarDebut.
           perform Conditions-UneGarantie.
           MOVE 4 TO w-CD-IdxGar.
           MOVE 'DC' TO w-CD-GarCode.
           MOVE w-DC OF Contrat TO w-CD-GarFlag.
           MOVE w-DC-debut OF Contrat TO w-CD-GarDebut.
           perform Conditions-UneGarantie.
           MOVE 5 TO w-CD-IdxGar.
           MOVE 'MT' TO w-CD-GarCode.
           MOVE w-MT OF Contrat TO w-CD-GarFlag.
           MOVE w-MT-debut OF Contrat TO w-CD-GarDebut.
           perform Conditions-UneGarantie.
           MOVE 6 TO w-CD-IdxGar.
           MOVE 'CH' TO w-CD-GarCode.
           MOVE w-CH OF Contrat TO w-CD-GarFlag.
           MOVE w-CH-debut OF Contrat TO w-CD-GarDebut.
           perform Conditions-UneGarantie.
           IF w-CD-NbGaranties = zero
               MOVE '  Aucune garantie en vigueur.' TO w-CD-LigneTravail
               perform Conditions-AjouterLigne
           END-IF.

      * Attestation: garantie souscrite, debut JJ/MM/AAAA exploitable
      * au plus tard a la date demandee, contrat non termine.
       Conditions-UneGarantie.
           IF w-CD-GarFlag = 'O'
               MOVE 'O' TO w-CD-GarRetenue (w-CD-IdxGar)
               IF CD-Attestation
                   IF NOT CD-ContratEnVigueur
                       MOVE 'N' TO w-CD-GarRetenue (w-CD-IdxGar)
                   ELSE
                       IF w-CD-GarDebut (1:2) NUMERIC
                           AND w-CD-GarDebut (4:2) NUMERIC
                           AND w-CD-GarDebut (7:4) NUMERIC
                           STRING w-CD-GarDebut (7:4)
                               w-CD-GarDebut (4:2) w-CD-GarDebut (1:2)
                               DELIMITED BY SIZE INTO w-CD-DateComparee
                           IF w-CD-DateComparee > w-CD-DateEffetX
                               MOVE 'N'
                                   TO w-CD-GarRetenue (w-CD-IdxGar)
                           END-IF
                       ELSE
                           MOVE 'N' TO w-CD-GarRetenue (w-CD-IdxGar)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF w-CD-GarRetenue (w-CD-IdxGar) = 'O'
               ADD 1 TO w-CD-NbGaranties
               EVALUATE w-CD-GarCode
                   WHEN 'IT'
                       MOVE w-NV-TauxJournalier TO w-CD-IndemniteEditee
                       STRING '  Garantie IT depuis le ' w-CD-GarDebut
                           ' - indemnite journaliere '
                           w-CD-IndemniteEditee ' EUR, franchise '
                           w-NV-FranchiseJours ' jours'
                           DELIMITED BY SIZE INTO w-CD-LigneTravail
                   WHEN 'DC'
                       MOVE w-NV-CapitalDC TO w-CD-MontantEdite
                       STRING '  Garantie DC depuis le ' w-CD-GarDebut
                           ' - capital ' w-CD-MontantEdite ' EUR'
                           DELIMITED BY SIZE INTO w-CD-LigneTravail
                   WHEN OTHER
                       STRING '  Garantie ' w-CD-GarCode
                           ' depuis le ' w-CD-GarDebut
                           DELIMITED BY SIZE INTO w-CD-LigneTravail
               END-EVALUATE
               perform Conditions-AjouterLigne
           END-IF.

      ******************************************************************
      * Le titulaire (assure 00) est couvert par toutes les garanties
      * ci-dessus; chaque assure supplementaire par celles de sa
      * fiche que le contrat porte, a ses propres niveaux.
      ******************************************************************
       Conditions-Assures.
           perform Conditions-AjouterLigne.
           MOVE 'Assures:' TO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.
           STRING '  00 ' w-CD-Prenom ' ' w-CD-Nom
               ' (titulaire) - garanties ci-dessus'
               DELIMITED BY SIZE INTO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.
           MOVE zero TO w-CD-NbAssures.
           MOVE 'N' TO w-CD-Fin.
           MOVE w-CodeContrat OF Contrat TO FDI-CodeContrat.
           MOVE zero TO FDI-NumAssure.
           START AssureF KEY IS NOT LESS THAN FDI-CleAssure
               INVALID KEY MOVE 'O' TO w-CD-Fin
           END-START.
           PERFORM Conditions-UnAssure UNTIL CD-Fin.
           perform Niveaux-Contrat.

       Conditions-UnAssure.
           READ AssureF NEXT RECORD
               AT END MOVE 'O' TO w-CD-Fin
           END-READ.
           IF NOT CD-Fin
               IF FDI-CodeContrat NOT = w-CodeContrat OF Contrat
                   MOVE 'O' TO w-CD-Fin
               ELSE
                   perform Conditions-GarantiesAssure
                   ADD 1 TO w-CD-NbAssures
                   STRING '  ' FDI-NumAssure ' ' FDI-Prenom ' '
                       FDI-Nom ' ne(e) le ' FDI-DateNaissance
                       ' (' FDI-LienParente '): '
                       w-CD-ListeGaranties
                       DELIMITED BY SIZE INTO w-CD-LigneTravail
                   perform Conditions-AjouterLigne
                   perform Niveaux-Contrat
                   perform Niveaux-Assure
                   IF w-CD-GarListe (1) = 'IT'
                       MOVE w-NV-TauxJournalier TO w-CD-IndemniteEditee
                       STRING '     IT: indemnite journaliere '
                           w-CD-IndemniteEditee ' EUR, franchise '
                           w-NV-FranchiseJours ' jours'
                           DELIMITED BY SIZE INTO w-CD-LigneTravail
                       perform Conditions-AjouterLigne
                   END-IF
                   IF w-CD-GarListe (4) = 'DC'
                       MOVE w-NV-CapitalDC TO w-CD-MontantEdite
                       STRING '     DC: capital ' w-CD-MontantEdite
                           ' EUR'
                           DELIMITED BY SIZE INTO w-CD-LigneTravail
                       perform Conditions-AjouterLigne
                   END-IF
               END-IF
           END-IF.

      * Garanties de l'assure: cochees sur sa fiche et retenues au
      * document pour le contrat.
       Conditions-GarantiesAssure.
           MOVE spaces TO w-CD-ListeGaranties.
           IF FDI-IT = 'O' AND w-CD-GarRetenue (1) = 'O'
               MOVE 'IT' TO w-CD-GarListe (1)
           END-IF.
           IF FDI-IA = 'O' AND w-CD-GarRetenue (2) = 'O'
               MOVE 'IA' TO w-CD-GarListe (2)
           END-IF.
           IF FDI-PE = 'O' AND w-CD-GarRetenue (3) = 'O'
               MOVE 'PE' TO w-CD-GarListe (3)
           END-IF.
           IF FDI-DC = 'O' AND w-CD-GarRetenue (4) = 'O'
               MOVE 'DC' TO w-CD-GarListe (4)
           END-IF.
           IF FDI-MT = 'O' AND w-CD-GarRetenue (5) = 'O'
               MOVE 'MT' TO w-CD-GarListe (5)
           END-IF.
           IF FDI-CH = 'O' AND w-CD-GarRetenue (6) = 'O'
               MOVE 'CH' TO w-CD-GarListe (6)
           END-IF.
           IF w-CD-ListeGaranties = spaces
               MOVE 'aucune' TO w-CD-ListeGaranties
           END-IF.

      ******************************************************************
      * Clause beneficiaire du capital deces: les rangs designes, ou
      * la clause par defaut des conditions generales.
      ******************************************************************
       Conditions-Clause.
           perform Conditions-AjouterLigne.
           MOVE 'Clause beneficiaire (deces):' TO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.
           MOVE zero TO w-CD-NbDesignes.
           MOVE 'N' TO w-CD-Fin.
           MOVE w-CodeContrat OF Contrat TO FDB-CodeContrat.
           MOVE zero TO FDB-Rang.
           START DesignationF
               KEY IS NOT LESS THAN FDB-CleDesignation
               INVALID KEY MOVE 'O' TO w-CD-Fin
           END-START.
           PERFORM Conditions-UnDesigne UNTIL CD-Fin.
           IF w-CD-NbDesignes = zero
               STRING '  A defaut de designation: le conjoint, a '
                   'defaut les enfants, a defaut les heritiers.'
                   DELIMITED BY SIZE INTO w-CD-LigneTravail
               perform Conditions-AjouterLigne
           END-IF.

       Conditions-UnDesigne.
           READ DesignationF NEXT RECORD
               AT END MOVE 'O' TO w-CD-Fin
           END-READ.
           IF NOT CD-Fin
               IF FDB-CodeContrat NOT = w-CodeContrat OF Contrat
                   MOVE 'O' TO w-CD-Fin
               ELSE
                   ADD 1 TO w-CD-NbDesignes
                   STRING '  Rang ' FDB-Rang ': ' FDB-Prenom ' '
                       FDB-Nom ' (' FDB-LienParente ') '
                       FDB-Pourcentage ' %'
                       DELIMITED BY SIZE INTO w-CD-LigneTravail
                   perform Conditions-AjouterLigne
               END-IF
           END-IF.

      ******************************************************************
      * Prime hors taxe de l'echeance: la mensualite CalculPrime
      * portee au cycle du fractionnement, comme l'export SEPA.
      ******************************************************************
       Conditions-Prime.
           MOVE 'P' TO w-CP-Fonction.
           CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
               w-CD-DateNaissance, w-CD-DateEffet, w-CD-Prime,
               VentilationPrime.
           EVALUATE w-Fractionnement OF Contrat
               WHEN 'T'
                   MOVE 3 TO w-CD-NbMoisCycle
                   MOVE w-CD-CoefTrimestriel TO w-CD-CoefCycle
                   MOVE 'trimestrielle' TO w-CD-LibelleFract
               WHEN 'A'
                   MOVE 12 TO w-CD-NbMoisCycle
                   MOVE w-CD-CoefAnnuel TO w-CD-CoefCycle
                   MOVE 'annuelle' TO w-CD-LibelleFract
               WHEN 'M'
                   MOVE 1 TO w-CD-NbMoisCycle
                   MOVE w-CD-CoefMensuel TO w-CD-CoefCycle
                   MOVE 'mensuelle' TO w-CD-LibelleFract
               WHEN OTHER
                   MOVE 1 TO w-CD-NbMoisCycle
                   MOVE 1.00 TO w-CD-CoefCycle
                   MOVE 'mensuelle' TO w-CD-LibelleFract
           END-EVALUATE.
           COMPUTE w-CD-Prime ROUNDED =
               w-CD-Prime * w-CD-NbMoisCycle * w-CD-CoefCycle.
           MOVE w-CD-Prime TO w-CD-MontantEdite.
           perform Conditions-AjouterLigne.
           STRING 'Prime hors taxe d''assurance: ' w-CD-MontantEdite
               ' EUR par echeance ' w-CD-LibelleFract
               DELIMITED BY SIZE INTO w-CD-LigneTravail.
           perform Conditions-AjouterLigne.

       Conditions-Courtier.
           IF w-CodeCourtier OF Contrat = spaces
               MOVE 'Souscription directe, sans apporteur.'
                   TO w-CD-LigneTravail
           ELSE
               MOVE spaces TO FDK-Nom
               IF CourtiersDispo
                   MOVE w-CodeCourtier OF Contrat TO FDK-CodeCourtier
                   READ CourtierF
                       INVALID KEY MOVE spaces TO FDK-Nom
                   END-READ
               END-IF
               STRING 'Apporteur: ' w-CodeCourtier OF Contrat ' '
                   FDK-Nom DELIMITED BY SIZE INTO w-CD-LigneTravail
           END-IF.
           perform Conditions-AjouterLigne.

      * Au-dela de la capacite du document, les lignes sont perdues.
       Conditions-AjouterLigne.
           IF w-CD-NbLignes < 60
               ADD 1 TO w-CD-NbLignes
               MOVE w-CD-LigneTravail TO w-CD-Ligne (w-CD-NbLignes)
           END-IF.
           MOVE spaces TO w-CD-LigneTravail.
