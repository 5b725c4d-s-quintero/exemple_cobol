      *          ListeSinistres/RapportVieillissementSinistres), checks
      *          that the linked contract actually carries an active DC
      *          guarantee, and works out the payout capital due to the
      *          policyholder - the DC capital chosen on the contract,
      *          or on the insured's own line. Claims that fail
      *          either check are logged to a rejects file instead
      *          of being paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY WSCONTRA.

      ******************************************************************
      * DC capital: the one the contract was sold with, or the
      * insured's own when the claim names an additional insured
      * (NIVEAUX.cpy / NIVASSUR.cpy).
      ******************************************************************
           COPY WSNIVEAU.

       01  w-FinSinistres              pic x value 'N'.
           88  FinSinistres            value 'O'.
                   ELSE
                       perform Verifier-AssureCouvert
                       IF AssureCouvert
                           perform Niveaux-Determiner
                           perform Rechercher-Client
                           perform Verser-Capital
                       END-IF
                   MOVE 'O' TO w-ClientTrouve
           END-READ.

       Niveaux-Determiner.
           perform Niveaux-Contrat.
           IF FD-NumAssure NOT = zero AND AssuresDispo
               perform Niveaux-Assure
           END-IF.

      ******************************************************************
      * The capital goes to the designated beneficiaries of the
      * contract, split by their percentage share - one report line
                   STRING w-Prenom OF Beneficiaire ' '
                       w-Nom OF Beneficiaire DELIMITED BY SIZE
                       INTO LD-Beneficiaire
                   MOVE w-NV-CapitalDC TO LD-Capital
                   MOVE w-LigneDet TO Rap-Ligne
                   WRITE Rap-Ligne
                   ADD w-NV-CapitalDC TO w-TotalPaye
               END-IF
               ADD 1 TO w-NbPayes
           END-IF.

       Verser-UnePart.
           COMPUTE w-PartCapital ROUNDED =
               w-NV-CapitalDC * FDB-Pourcentage / 100.
           MOVE FD-CodeSinistre    TO LD-Sinistre.
           MOVE FD-ref_CodeClient  TO LD-Client.
           MOVE FD-ref_CodeContrat TO LD-Contrat.
           ADD w-PartCapital TO w-TotalPaye.
           ADD 1 TO w-NbPartsVersees.

      ************Niveaux de garantie du contrat et de l'assure*******
           COPY NIVEAUX.
           COPY NIVASSUR.

      * END PROGRAM CalculSinistreDC.
