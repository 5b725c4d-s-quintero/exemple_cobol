      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quotation (devis) desk for the counter and the
      *          brokers. A quote takes the prospect's identity and
      *          birth date, the guarantees and levels wanted, the
      *          fractionnement and the broker; it passes the same
      *          ControleSouscription as an enrollment and is priced
      *          by CalculPrime - the instalment of the chosen cycle
      *          broken down per guarantee, with each guarantee's
      *          insurance tax, exactly as the SEPA export will call
      *          it. Nothing is written to the client or contract
      *          masters: the quote goes to the quotes file DEVIS.DAT
      *          with its validity date, and the quote letter is
      *          composed through EditionLettre into LETDEVIS.TXT
      *          and kept on the correspondence register under the
      *          quote number.
      *          Within its validity the quote number converts into
      *          the real enrollment without rekeying - client and
      *          contract masters, CRE history snapshot and the day's
      *          delta files, as a clean enrollment writes them - at
      *          the quoted price: should the tariff have risen since
      *          the quote, the difference is credited on each
      *          instalment of the contract's first year through the
      *          premium adjustments file. A client code already on
      *          file must carry the quote's name and birth date and
      *          its record is left untouched; a quote whose contract
      *          cannot be written stays open. Converting requires an
      *          update-level operator; a quote the underwriting
      *          rules referred is only converted by a supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DevisContrat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELDEVIS.
           COPY SELCLIEN.
           COPY SELCONTR.
           COPY SELCTHIS.
           COPY SELDLTCL.
           COPY SELDLTCT.
           COPY SELAJUST.
           COPY SELTAXE.
           COPY SELCOURT.
           COPY SELOPER.

           SELECT LettresDevis ASSIGN TO "LETDEVIS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-LettresDevis-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY FDDEVIS.
           COPY FDCLIENT.
           COPY FDCONTRA.
           COPY FDCTHIS.
           COPY FDDLTCL.
           COPY FDDLTCT.
           COPY FDAJUST.
           COPY FDTAXE.
           COPY FDCOURT.
           COPY FDOPER.

       FD  LettresDevis.
       01  Let-Ligne                   pic x(80).

       WORKING-STORAGE SECTION.
           COPY WSDEVFS.
           COPY WSCLIFS.
           COPY WSCNTFS.
           COPY WSCTHIS.
           COPY WSDLTCL.
           COPY WSDLTCT.
           COPY WSAJUFS.
           COPY WSTAXFS.
           COPY WSCOUFS.
           COPY WSOPER.
           COPY WSOPEFS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSPRIME.
           COPY WSPRIMV.
           COPY WSNIVEAU.
           COPY WSCPVAL.
           COPY WSLETTRE.
           COPY WSREGCR.

       01  w-LettresDevis-Status       pic xx.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-ChoixAction               pic x.
       01  w-DevisTrouve               pic x.
           88  DevisTrouve             value 'O'.
       01  w-ClientTrouve              pic x.
           88  ClientTrouve            value 'O'.
       01  w-ContratExiste             pic x.
           88  ContratExiste           value 'O'.
       01  w-AjustementTrouve          pic x.
           88  AjustementTrouve        value 'O'.
       01  w-CourtiersDispo            pic x value 'N'.
           88  CourtiersDispo          value 'O'.
       01  w-TaxesDispo                pic x value 'N'.
           88  TaxesDispo              value 'O'.

       01  w-DateDuJour                pic 9(8).
       01  w-DateDuJourX8              pic x(8).
       01  w-DateJourJJMMAAAA          pic x(10).
       01  w-PeriodeJour               pic x(6).

      * Un devis engage le tarif pendant w-ValiditeJours jours a
      * compter de son emission.
       01  w-ValiditeJours             pic 9(3) value 030.
       01  w-DateValidite              pic 9(8).
       01  w-ValiditeEditee            pic x(10).

      * Numero de devis attribue: 'D' + AAMMJJ + sequence du jour.
       01  w-NumeroGenere.
           05  filler                  pic x value 'D'.
           05  w-Gen-Date              pic x(6).
           05  w-Gen-Seq               pic 9(3).
       01  w-NumeroLibre               pic x.
           88  NumeroLibre             value 'O'.

       01  w-DevisSaisi                pic x(10).
       01  w-ClientSaisi               pic x(10).
       01  w-ContratSaisi              pic x(10).
       01  w-DebutSaisi                pic x(10).

       01  w-CS-Retour                 pic x.
           88  CS-Accepte              value 'A'.
           88  CS-Refere               value 'R'.
           88  CS-Refuse               value 'X'.
       01  w-CS-Motif                  pic x(40).
       01  w-ForceSous                 pic x.
       01  w-ConversionOK              pic x.
           88  ConversionOK            value 'O'.

      * Tarification du devis: prime mensuelle de CalculPrime puis
      * echeance du fractionnement choisi, aux memes coefficients
      * que l'export SEPA (majoration au mensuel, escompte a
      * l'annuel), taxe d'assurance garantie par garantie.
       01  w-PrimeMensuelle            pic 9(7)v99.
       01  w-PrimeEcheance             pic 9(7)v99.
       01  w-CoefMensuel               pic 9v99 value 1.02.
       01  w-CoefTrimestriel           pic 9v99 value 1.00.
       01  w-CoefAnnuel                pic 9v99 value 0.97.
       01  w-NbMoisCycle               pic 9(2).
       01  w-CoefCycle                 pic 9v99.
       01  w-MontantTaxe               pic 9(7)v99.
       01  w-TaxeGarCode               pic xx.
       01  w-MontantGar                pic 9(7)v99.
       01  w-TaxeGar                   pic 9(7)v99.
       01  w-TauxRetenu                pic 9(2)v99.
       01  w-MeilleureDateTaxe         pic x(8).
       01  w-FinTaxes                  pic x.
           88  FinTaxes                value 'O'.

      * Garantie du prix du devis a la conversion.
       01  w-PrimeActuelle             pic 9(7)v99.
       01  w-RemiseEcheance            pic 9(7)v99.
       01  w-NbEcheances               pic 9(2).
       01  w-PeriodeCible.
           05  w-Cible-AAAA            pic 9(4).
           05  w-Cible-MM              pic 9(2).

       01  w-IdxLettre                 pic 9(2).
       01  w-LibelleFract              pic x(12).
       01  w-PrimeEditee               pic z(6)9.99.
       01  w-TaxeEditee                pic z(6)9.99.
       01  w-TotalEdite                pic z(6)9.99.

       01  w-NbDevis                   pic 9(5) value zero.
       01  w-NbConversions             pic 9(5) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           MOVE w-DateDuJour TO w-DateDuJourX8.
           MOVE w-DateDuJour (1:6) TO w-PeriodeJour.
           STRING w-DateDuJour (7:2) '/' w-DateDuJour (5:2) '/'
               w-DateDuJour (1:4) DELIMITED BY SIZE
               INTO w-DateJourJJMMAAAA.
           STRING 'CTHISTO' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomHistoContrat.
           COMPUTE w-DateValidite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-DateDuJour)
               + w-ValiditeJours).
           MOVE w-DateDuJour (3:6) TO w-Gen-Date.
           MOVE 'DEVISCONTRAT' TO w-RG-Programme.

           perform Operateur-SignOn.

           OPEN I-O DevisF.
           IF NOT DevisF-OK
               IF w-DevisF-Status = '35'
                   OPEN OUTPUT DevisF
                   CLOSE DevisF
                   OPEN I-O DevisF
               END-IF
           END-IF.
           IF NOT DevisF-OK
               DISPLAY 'Fichier des devis indisponible, statut '
                   w-DevisF-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ClientF.
           IF NOT ClientF-OK
               IF w-ClientF-Status = '35'
                   OPEN OUTPUT ClientF
                   CLOSE ClientF
                   OPEN I-O ClientF
               END-IF
           END-IF.
           OPEN I-O ContratF.
           IF NOT ContratF-OK
               IF w-ContratF-Status = '35'
                   OPEN OUTPUT ContratF
                   CLOSE ContratF
                   OPEN I-O ContratF
               END-IF
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
           OPEN INPUT TaxeF.
           IF TaxeF-OK
               MOVE 'O' TO w-TaxesDispo
           END-IF.
           OPEN INPUT CourtierF.
           IF CourtierF-OK
               MOVE 'O' TO w-CourtiersDispo
           END-IF.

           perform Traiter-UneDemande UNTIL FinSaisie.

           CLOSE DevisF.
           CLOSE ClientF.
           CLOSE ContratF.
           CLOSE ContratHisto.
           CLOSE AjustementF.
           IF TaxesDispo
               CLOSE TaxeF
           END-IF.
           IF CourtiersDispo
               CLOSE CourtierF
           END-IF.

           DISPLAY 'Devis emis: ' w-NbDevis
               ', convertis en contrat: ' w-NbConversions '.'.
           STOP RUN.

       Traiter-UneDemande.
           DISPLAY 'Action (D=devis / C=conversion / V=consultation,'
               ' vide pour terminer): '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'D'
                   perform Devis-Saisir
               WHEN 'C'
                   IF Operateur-PeutModifier
                       perform Devis-Convertir
                   ELSE
                       DISPLAY 'Acces refuse: niveau mise a jour '
                           'requis.'
                   END-IF
               WHEN 'V'
                   perform Devis-Consulter
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

      ******************************************************************
      * Saisie du devis: le prospect dans le groupe Beneficiaire (la
      * validation d'adresse s'y applique comme a l'inscription), la
      * demande dans le groupe Contrat - code client et code contrat
      * portent le numero de devis tant que rien n'est souscrit.
      ******************************************************************
       Devis-Saisir.
           MOVE spaces TO Beneficiaire.
           MOVE zero TO w-CodePostal OF Beneficiaire.
           MOVE spaces TO Contrat.
           MOVE zero TO w-IT-Indemnite OF Contrat.
           MOVE zero TO w-IT-Franchise OF Contrat.
           MOVE zero TO w-DC-Capital OF Contrat.

           DISPLAY 'Nom du prospect: '.
           ACCEPT w-Nom OF Beneficiaire.
           DISPLAY 'Prenom: '.
           ACCEPT w-Prenom OF Beneficiaire.
           DISPLAY 'Date de naissance (JJ/MM/AAAA): '.
           ACCEPT w-DateNaissance OF Beneficiaire.
           IF w-DateNaissance OF Beneficiaire (1:2) NOT NUMERIC
               OR w-DateNaissance OF Beneficiaire (4:2) NOT NUMERIC
               OR w-DateNaissance OF Beneficiaire (7:4) NOT NUMERIC
               DISPLAY 'Date de naissance invalide, devis abandonne: '
                   w-DateNaissance OF Beneficiaire
           ELSE
               DISPLAY 'Adresse: '
               ACCEPT w-Adresse OF Beneficiaire
               DISPLAY 'Code postal: '
               ACCEPT w-CodePostal OF Beneficiaire
               DISPLAY 'Ville: '
               ACCEPT w-Ville OF Beneficiaire
               perform Adresse-Valider
               perform Devis-SaisirGaranties
               perform Devis-Attribuer
               perform Devis-Tarifer
           END-IF.

       Devis-SaisirGaranties.
           DISPLAY 'Code apporteur (vide = affaire directe): '.
           ACCEPT w-CodeCourtier OF Contrat.
           perform Courtier-Valider.

           DISPLAY 'Fractionnement (M=mensuel T=trimestriel '
               'A=annuel): '.
           ACCEPT w-Fractionnement OF Contrat.
           IF w-Fractionnement OF Contrat NOT = 'M'
               AND w-Fractionnement OF Contrat NOT = 'T'
               AND w-Fractionnement OF Contrat NOT = 'A'
               DISPLAY 'Fractionnement inconnu, mensuel retenu.'
               MOVE 'M' TO w-Fractionnement OF Contrat
           END-IF.

      * Les dates de debut des garanties valent la date du devis:
      * CalculPrime ne tarife qu'une garantie datee.
           DISPLAY 'Garantie IT demandee? (O/N): '.
           ACCEPT w-IT OF Contrat.
           IF w-IT OF Contrat = 'O'
               MOVE w-DateJourJJMMAAAA TO w-IT-debut OF Contrat
               DISPLAY 'Indemnite journaliere IT (0 = niveau de '
                   'reference): '
               ACCEPT w-IT-Indemnite OF Contrat
               DISPLAY 'Franchise IT en jours (15/30/90): '
               ACCEPT w-IT-Franchise OF Contrat
               IF w-IT-Franchise OF Contrat NOT = 015
                   AND w-IT-Franchise OF Contrat NOT = 030
                   AND w-IT-Franchise OF Contrat NOT = 090
                   MOVE w-NV-FranchiseReference TO w-NV-Edition
                   DISPLAY 'Franchise inconnue, ' w-NV-Edition
                       ' jours retenus.'
               END-IF
           ELSE
               MOVE 'N' TO w-IT OF Contrat
           END-IF.

           DISPLAY 'Garantie IA demandee? (O/N): '.
           ACCEPT w-IA OF Contrat.
           IF w-IA OF Contrat = 'O'
               MOVE w-DateJourJJMMAAAA TO w-IA-debut OF Contrat
           ELSE
               MOVE 'N' TO w-IA OF Contrat
           END-IF.

           DISPLAY 'Garantie PE demandee? (O/N): '.
           ACCEPT w-PE OF Contrat.
           IF w-PE OF Contrat = 'O'
               MOVE w-DateJourJJMMAAAA TO w-PE-debut OF Contrat
           ELSE
               MOVE 'N' TO w-PE OF Contrat
           END-IF.

           DISPLAY 'Garantie DC demandee? (O/N): '.
           ACCEPT w-DC OF Contrat.
           IF w-DC OF Contrat = 'O'
               MOVE w-DateJourJJMMAAAA TO w-DC-debut OF Contrat
               DISPLAY 'Capital DC (0 = niveau de reference): '
               ACCEPT w-DC-Capital OF Contrat
           ELSE
               MOVE 'N' TO w-DC OF Contrat
           END-IF.

           DISPLAY 'Garantie MT demandee? (O/N): '.
           ACCEPT w-MT OF Contrat.
           IF w-MT OF Contrat = 'O'
               MOVE w-DateJourJJMMAAAA TO w-MT-debut OF Contrat
           ELSE
               MOVE 'N' TO w-MT OF Contrat
           END-IF.

           DISPLAY 'Garantie CH demandee? (O/N): '.
           ACCEPT w-CH OF Contrat.
           IF w-CH OF Contrat = 'O'
               MOVE w-DateJourJJMMAAAA TO w-CH-debut OF Contrat
           ELSE
               MOVE 'N' TO w-CH OF Contrat
           END-IF.

           perform Niveaux-Normaliser.

       Courtier-Valider.
           IF w-CodeCourtier OF Contrat NOT = spaces
               AND CourtiersDispo
               MOVE w-CodeCourtier OF Contrat TO FDK-CodeCourtier
               READ CourtierF
                   INVALID KEY
                       DISPLAY 'Apporteur inconnu: '
                           w-CodeCourtier OF Contrat
                           ' - devis etabli en direct.'
                       MOVE spaces TO w-CodeCourtier OF Contrat
                   NOT INVALID KEY
                       DISPLAY 'Apporteur: ' FDK-Nom
               END-READ
           END-IF.

       Devis-Attribuer.
           MOVE zero TO w-Gen-Seq.
           MOVE 'N' TO w-NumeroLibre.
           PERFORM Chercher-NumeroLibre
               UNTIL NumeroLibre OR w-Gen-Seq = 999.
           MOVE w-NumeroGenere TO w-CodeContrat OF Contrat.
           MOVE w-NumeroGenere TO w-ref_CompteClient OF Contrat.
           MOVE w-NumeroGenere TO w-CodeClient OF Beneficiaire.

       Chercher-NumeroLibre.
           ADD 1 TO w-Gen-Seq.
           MOVE w-NumeroGenere TO FDV-NumDevis.
           READ DevisF
               INVALID KEY
                   MOVE 'O' TO w-NumeroLibre
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      ******************************************************************
      * Un refus des regles de souscription n'est pas un devis: rien
      * n'est enregistre. Un 'R' (refere) est chiffre et enregistre
      * avec son motif, la conversion reviendra a un superviseur.
      ******************************************************************
       Devis-Tarifer.
           CALL 'ControleSouscription' USING Contrat,
               w-DateNaissance OF Beneficiaire, w-DateDuJour,
               w-CS-Retour, w-CS-Motif.
           IF CS-Refuse
               DISPLAY 'Devis impossible, souscription refusee: '
                   w-CS-Motif
           ELSE
               IF CS-Refere
                   DISPLAY 'Dossier a referer: ' w-CS-Motif
               END-IF
               MOVE 'P' TO w-CP-Fonction
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   w-DateNaissance OF Beneficiaire,
                   w-DateDuJour, w-PrimeMensuelle,
                   VentilationPrime
               MOVE w-PrimeMensuelle TO w-PrimeEcheance
               perform Fractionnement-Determiner
               perform Fractionnement-Charger
               perform Devis-Enregistrer
               perform Taxe-Calculer
               COMPUTE FDV-TotalEcheance =
                   FDV-PrimeEcheance + FDV-TaxeEcheance
               WRITE FDV-Devis
                   INVALID KEY
                       DISPLAY 'Erreur WRITE devis ' FDV-NumDevis
               END-WRITE
               IF DevisF-OK
                   ADD 1 TO w-NbDevis
                   perform Devis-Afficher
                   perform Devis-Editer
               END-IF
           END-IF.

       Devis-Enregistrer.
           MOVE spaces TO FDV-Devis.
           MOVE w-CodeContrat OF Contrat   TO FDV-NumDevis.
           MOVE w-DateDuJourX8             TO FDV-DateDevis.
           MOVE w-DateValidite             TO FDV-DateValidite.
           MOVE 'A'                        TO FDV-Statut.
           MOVE w-CodeOperateur OF Operateur TO FDV-CodeOperateur.
           MOVE w-Nom OF Beneficiaire      TO FDV-Nom.
           MOVE w-Prenom OF Beneficiaire   TO FDV-Prenom.
           MOVE w-DateNaissance OF Beneficiaire
               TO FDV-DateNaissance.
           MOVE w-Adresse OF Beneficiaire  TO FDV-Adresse.
           MOVE w-CodePostal OF Beneficiaire TO FDV-CodePostal.
           MOVE w-Ville OF Beneficiaire    TO FDV-Ville.
           MOVE w-IT OF Contrat            TO FDV-IT.
           MOVE w-IA OF Contrat            TO FDV-IA.
           MOVE w-PE OF Contrat            TO FDV-PE.
           MOVE w-DC OF Contrat            TO FDV-DC.
           MOVE w-MT OF Contrat            TO FDV-MT.
           MOVE w-CH OF Contrat            TO FDV-CH.
           MOVE w-CodeCourtier OF Contrat  TO FDV-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDV-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat  TO FDV-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat  TO FDV-IT-Franchise.
           MOVE w-DC-Capital OF Contrat    TO FDV-DC-Capital.
           MOVE w-CS-Retour                TO FDV-AvisSouscription.
           MOVE w-CS-Motif                 TO FDV-MotifSouscription.
           MOVE w-PrimeMensuelle           TO FDV-PrimeMensuelle.
           MOVE w-PrimeEcheance            TO FDV-PrimeEcheance.
           MOVE w-PrimeGarIT               TO FDV-PrimeIT.
           MOVE w-PrimeGarIA               TO FDV-PrimeIA.
           MOVE w-PrimeGarPE               TO FDV-PrimePE.
           MOVE w-PrimeGarDC               TO FDV-PrimeDC.
           MOVE w-PrimeGarMT               TO FDV-PrimeMT.
           MOVE w-PrimeGarCH               TO FDV-PrimeCH.
           MOVE zero                       TO FDV-TaxeEcheance.
           MOVE zero                       TO FDV-TaxeIT.
           MOVE zero                       TO FDV-TaxeIA.
           MOVE zero                       TO FDV-TaxePE.
           MOVE zero                       TO FDV-TaxeDC.
           MOVE zero                       TO FDV-TaxeMT.
           MOVE zero                       TO FDV-TaxeCH.
           MOVE zero                       TO FDV-TotalEcheance.

       Fractionnement-Determiner.
           EVALUATE w-Fractionnement OF Contrat
               WHEN 'M'
                   MOVE 1 TO w-NbMoisCycle
                   MOVE w-CoefMensuel TO w-CoefCycle
                   MOVE 'mensuel' TO w-LibelleFract
               WHEN 'T'
                   MOVE 3 TO w-NbMoisCycle
                   MOVE w-CoefTrimestriel TO w-CoefCycle
                   MOVE 'trimestriel' TO w-LibelleFract
               WHEN 'A'
                   MOVE 12 TO w-NbMoisCycle
                   MOVE w-CoefAnnuel TO w-CoefCycle
                   MOVE 'annuel' TO w-LibelleFract
               WHEN OTHER
                   MOVE 1 TO w-NbMoisCycle
                   MOVE 1.00 TO w-CoefCycle
                   MOVE 'mensuel' TO w-LibelleFract
           END-EVALUATE.

       Fractionnement-Charger.
           COMPUTE w-PrimeEcheance ROUNDED =
               w-PrimeEcheance * w-NbMoisCycle * w-CoefCycle.
           COMPUTE w-PrimeGarIT ROUNDED =
               w-PrimeGarIT * w-NbMoisCycle * w-CoefCycle.
           COMPUTE w-PrimeGarIA ROUNDED =
               w-PrimeGarIA * w-NbMoisCycle * w-CoefCycle.
           COMPUTE w-PrimeGarPE ROUNDED =
               w-PrimeGarPE * w-NbMoisCycle * w-CoefCycle.
           COMPUTE w-PrimeGarDC ROUNDED =
               w-PrimeGarDC * w-NbMoisCycle * w-CoefCycle.
           COMPUTE w-PrimeGarMT ROUNDED =
               w-PrimeGarMT * w-NbMoisCycle * w-CoefCycle.
           COMPUTE w-PrimeGarCH ROUNDED =
               w-PrimeGarCH * w-NbMoisCycle * w-CoefCycle.

      ******************************************************************
      * Taxe d'assurance de l'echeance, garantie par garantie au taux
      * en vigueur a la date du devis - meme regle que l'export SEPA.
      * Sans table de taxes, la taxe est nulle.
      ******************************************************************
       Taxe-Calculer.
           MOVE zero TO w-MontantTaxe.
           IF TaxesDispo
               MOVE 'IT' TO w-TaxeGarCode
               MOVE w-PrimeGarIT TO w-MontantGar
               perform Taxe-UneGarantie
               MOVE w-TaxeGar TO FDV-TaxeIT
               MOVE 'IA' TO w-TaxeGarCode
               MOVE w-PrimeGarIA TO w-MontantGar
               perform Taxe-UneGarantie
               MOVE w-TaxeGar TO FDV-TaxeIA
               MOVE 'PE' TO w-TaxeGarCode
               MOVE w-PrimeGarPE TO w-MontantGar
               perform Taxe-UneGarantie
               MOVE w-TaxeGar TO FDV-TaxePE
               MOVE 'DC' TO w-TaxeGarCode
               MOVE w-PrimeGarDC TO w-MontantGar
               perform Taxe-UneGarantie
               MOVE w-TaxeGar TO FDV-TaxeDC
               MOVE 'MT' TO w-TaxeGarCode
               MOVE w-PrimeGarMT TO w-MontantGar
               perform Taxe-UneGarantie
               MOVE w-TaxeGar TO FDV-TaxeMT
               MOVE 'CH' TO w-TaxeGarCode
               MOVE w-PrimeGarCH TO w-MontantGar
               perform Taxe-UneGarantie
               MOVE w-TaxeGar TO FDV-TaxeCH
           END-IF.
           MOVE w-MontantTaxe TO FDV-TaxeEcheance.

       Taxe-UneGarantie.
           MOVE zero TO w-TaxeGar.
           IF w-MontantGar NOT = zero
               perform Taxe-RechercherTaux
               COMPUTE w-TaxeGar ROUNDED =
                   w-MontantGar * w-TauxRetenu / 100
               ADD w-TaxeGar TO w-MontantTaxe
           END-IF.

       Taxe-RechercherTaux.
           MOVE zero TO w-TauxRetenu.
           MOVE spaces TO w-MeilleureDateTaxe.
           MOVE 'N' TO w-FinTaxes.
           MOVE w-TaxeGarCode TO FDTG-Garantie.
           MOVE '00000000' TO FDTG-DateEffet.
           START TaxeF KEY IS NOT LESS THAN FDTG-CleTaxe
               INVALID KEY MOVE 'O' TO w-FinTaxes
           END-START.
           PERFORM Taxe-ExaminerUnTaux UNTIL FinTaxes.

       Taxe-ExaminerUnTaux.
           READ TaxeF NEXT RECORD
               AT END MOVE 'O' TO w-FinTaxes
           END-READ.
           IF NOT FinTaxes
               IF FDTG-Garantie NOT = w-TaxeGarCode
                   MOVE 'O' TO w-FinTaxes
               ELSE
                   IF FDTG-DateEffet <= w-DateDuJourX8
                       AND FDTG-DateEffet >= w-MeilleureDateTaxe
                       MOVE FDTG-DateEffet TO w-MeilleureDateTaxe
                       MOVE FDTG-Taux TO w-TauxRetenu
                   END-IF
               END-IF
           END-IF.

       Devis-Afficher.
           STRING FDV-DateValidite (7:2) '/' FDV-DateValidite (5:2)
               '/' FDV-DateValidite (1:4) DELIMITED BY SIZE
               INTO w-ValiditeEditee.
           MOVE FDV-PrimeEcheance TO w-PrimeEditee.
           MOVE FDV-TaxeEcheance TO w-TaxeEditee.
           MOVE FDV-TotalEcheance TO w-TotalEdite.
           DISPLAY 'Devis ' FDV-NumDevis ' - ' FDV-Prenom ' '
               FDV-Nom ' - statut ' FDV-Statut.
           DISPLAY '  Echeance ' FDV-Fractionnement ' : HT '
               w-PrimeEditee ' taxe ' w-TaxeEditee
               ' TTC ' w-TotalEdite.
           DISPLAY '  Valable jusqu''au ' w-ValiditeEditee
               ', apporteur ' FDV-CodeCourtier.
           IF FDV-AvisSouscription = 'R'
               DISPLAY '  A referer: ' FDV-MotifSouscription
           END-IF.
           IF Devis-Converti
               DISPLAY '  Converti le ' FDV-DateConversion
                   ' en contrat ' FDV-CodeContrat
                   ' client ' FDV-CodeClient
           END-IF.

      ******************************************************************
      * Lettre de devis: l'en-tete et le texte viennent du modele
      * DEVIS de EditionLettre (montant = echeance TTC, motif = fin
      * de validite), suivis du detail par garantie.
      ******************************************************************
       Devis-Editer.
           OPEN EXTEND LettresDevis.
           IF w-LettresDevis-Status = '35'
               OPEN OUTPUT LettresDevis
               CLOSE LettresDevis
               OPEN EXTEND LettresDevis
           END-IF.
      * Un prospect n'a pas encore de code client: la lettre est
      * classee au registre sous le numero du devis.
           MOVE FDV-NumDevis TO w-RG-CodeClient.
           MOVE FDV-NumDevis TO w-RG-Reference.
           MOVE 'DEVIS' TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Let-Ligne.
           WRITE Let-Ligne.
           STRING '=== Lettre du ' w-DateDuJour ' - ref '
               FDV-NumDevis ' ===' DELIMITED BY SIZE
               INTO Let-Ligne.
           perform Lettre-Ecrire.
           MOVE 'DEVIS'               TO w-LT-CodeLettre.
           MOVE FDV-Nom               TO w-LT-Nom.
           MOVE FDV-Prenom            TO w-LT-Prenom.
           MOVE FDV-Adresse           TO w-LT-Adresse.
           MOVE FDV-CodePostal        TO w-LT-CodePostal.
           MOVE FDV-Ville             TO w-LT-Ville.
           MOVE FDV-TotalEcheance     TO w-LT-Montant.
           MOVE w-DateDuJour          TO w-LT-Date.
           MOVE spaces                TO w-LT-Motif.
           STRING 'devis valable jusqu''au ' w-ValiditeEditee
               DELIMITED BY SIZE INTO w-LT-Motif.
           MOVE FDV-NumDevis          TO w-LT-Reference.
           CALL 'EditionLettre' USING EditionLettreParm.
           PERFORM Ecrire-LigneLettre
               VARYING w-IdxLettre FROM 1 BY 1
               UNTIL w-IdxLettre > w-LT-NbLignes.

           MOVE spaces TO Let-Ligne.
           STRING 'Echeance ' w-LibelleFract ' par garantie:'
               DELIMITED BY SIZE INTO Let-Ligne.
           perform Lettre-Ecrire.
           MOVE 'IT' TO w-TaxeGarCode.
           MOVE FDV-PrimeIT TO w-MontantGar.
           MOVE FDV-TaxeIT TO w-TaxeGar.
           perform Ecrire-LigneGarantie.
           MOVE 'IA' TO w-TaxeGarCode.
           MOVE FDV-PrimeIA TO w-MontantGar.
           MOVE FDV-TaxeIA TO w-TaxeGar.
           perform Ecrire-LigneGarantie.
           MOVE 'PE' TO w-TaxeGarCode.
           MOVE FDV-PrimePE TO w-MontantGar.
           MOVE FDV-TaxePE TO w-TaxeGar.
           perform Ecrire-LigneGarantie.
           MOVE 'DC' TO w-TaxeGarCode.
           MOVE FDV-PrimeDC TO w-MontantGar.
           MOVE FDV-TaxeDC TO w-TaxeGar.
           perform Ecrire-LigneGarantie.
           MOVE 'MT' TO w-TaxeGarCode.
           MOVE FDV-PrimeMT TO w-MontantGar.
           MOVE FDV-TaxeMT TO w-TaxeGar.
           perform Ecrire-LigneGarantie.
           MOVE 'CH' TO w-TaxeGarCode.
           MOVE FDV-PrimeCH TO w-MontantGar.
           MOVE FDV-TaxeCH TO w-TaxeGar.
           perform Ecrire-LigneGarantie.
           MOVE FDV-PrimeEcheance TO w-PrimeEditee.
           MOVE FDV-TaxeEcheance TO w-TaxeEditee.
           MOVE FDV-TotalEcheance TO w-TotalEdite.
           MOVE spaces TO Let-Ligne.
           STRING '  Total      HT ' w-PrimeEditee '  taxe '
               w-TaxeEditee '  TTC ' w-TotalEdite
               DELIMITED BY SIZE INTO Let-Ligne.
           perform Lettre-Ecrire.
           IF FDV-AvisSouscription = 'R'
               MOVE 'Sous reserve d''acceptation par nos services.'
                   TO Let-Ligne
               perform Lettre-Ecrire
           END-IF.
           CLOSE LettresDevis.

       Ecrire-LigneLettre.
           MOVE w-LT-Ligne (w-IdxLettre) TO Let-Ligne.
           perform Lettre-Ecrire.

       Lettre-Ecrire.
           WRITE Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           perform Courrier-Ligne.

       Ecrire-LigneGarantie.
           IF w-MontantGar NOT = zero
               MOVE w-MontantGar TO w-PrimeEditee
               MOVE w-TaxeGar TO w-TaxeEditee
               COMPUTE w-TotalEdite = w-MontantGar + w-TaxeGar
               MOVE spaces TO Let-Ligne
               STRING '  Garantie ' w-TaxeGarCode ' HT ' w-PrimeEditee
                   '  taxe ' w-TaxeEditee '  TTC ' w-TotalEdite
                   DELIMITED BY SIZE INTO Let-Ligne
               perform Lettre-Ecrire
           END-IF.

       Devis-Consulter.
           DISPLAY 'Numero de devis: '.
           ACCEPT w-DevisSaisi.
           perform Rechercher-Devis.
           IF DevisTrouve
               perform Devis-Afficher
           END-IF.

       Rechercher-Devis.
           MOVE w-DevisSaisi TO FDV-NumDevis.
           READ DevisF
               INVALID KEY
                   MOVE 'N' TO w-DevisTrouve
                   DISPLAY 'Devis inconnu: ' w-DevisSaisi
               NOT INVALID KEY
                   MOVE 'O' TO w-DevisTrouve
           END-READ.

      ******************************************************************
      * Conversion: le devis encore valable devient l'adhesion -
      * seuls les codes client et contrat et la date de debut sont
      * demandes, tout le reste vient du devis. Les regles de
      * souscription sont rejouees a la date du jour (l'age a pu
      * changer depuis le devis); un devis perime est marque expire.
      ******************************************************************
       Devis-Convertir.
           DISPLAY 'Numero de devis a convertir: '.
           ACCEPT w-DevisSaisi.
           perform Rechercher-Devis.
           IF DevisTrouve
               EVALUATE TRUE
                   WHEN Devis-Converti
                       DISPLAY 'Devis deja converti en contrat '
                           FDV-CodeContrat
                   WHEN Devis-Expire
                       DISPLAY 'Devis expire, un nouveau devis est '
                           'necessaire.'
                   WHEN FDV-DateValidite < w-DateDuJourX8
                       MOVE 'E' TO FDV-Statut
                       REWRITE FDV-Devis
                           INVALID KEY
                               DISPLAY 'Erreur REWRITE devis '
                                   FDV-NumDevis
                       END-REWRITE
                       DISPLAY 'Devis expire le ' FDV-DateValidite
                           ', un nouveau devis est necessaire.'
                   WHEN OTHER
                       perform Conversion-Saisir
               END-EVALUATE
           END-IF.

       Conversion-Saisir.
           DISPLAY 'Code client (vide pour abandonner): '.
           ACCEPT w-ClientSaisi.
           IF w-ClientSaisi NOT = spaces
               DISPLAY 'Code contrat: '
               ACCEPT w-ContratSaisi
               DISPLAY 'Debut du contrat (JJ/MM/AAAA): '
               ACCEPT w-DebutSaisi
               MOVE w-ContratSaisi TO FD-CodeContrat
               READ ContratF
                   KEY IS FD-CodeContrat
                   INVALID KEY
                       MOVE 'N' TO w-ContratExiste
                   NOT INVALID KEY
                       MOVE 'O' TO w-ContratExiste
               END-READ
               MOVE w-ClientSaisi TO FD-CodeClient
               READ ClientF
                   KEY IS FD-CodeClient
                   INVALID KEY
                       MOVE 'N' TO w-ClientTrouve
                   NOT INVALID KEY
                       MOVE 'O' TO w-ClientTrouve
               END-READ
               EVALUATE TRUE
                   WHEN w-ContratSaisi = spaces
                       DISPLAY 'Code contrat obligatoire.'
                   WHEN ContratExiste
                       DISPLAY 'Contrat deja existant: '
                           w-ContratSaisi
                   WHEN ClientTrouve
                       AND (FD-Nom NOT = FDV-Nom
                       OR FD-Prenom NOT = FDV-Prenom
                       OR FD-DateNaissance NOT = FDV-DateNaissance)
                       DISPLAY 'Client ' w-ClientSaisi ' existant '
                           'sous une autre identite: ' FD-Prenom ' '
                           FD-Nom ' ne(e) le ' FD-DateNaissance
                   WHEN w-DebutSaisi (1:2) NOT NUMERIC
                       OR w-DebutSaisi (4:2) NOT NUMERIC
                       OR w-DebutSaisi (7:4) NOT NUMERIC
                       DISPLAY 'Date de debut invalide: '
                           w-DebutSaisi
                   WHEN OTHER
                       perform Conversion-Executer
               END-EVALUATE
           END-IF.

       Conversion-Executer.
           perform Conversion-PreparerContrat.
           CALL 'ControleSouscription' USING Contrat,
               FDV-DateNaissance, w-DateDuJour,
               w-CS-Retour, w-CS-Motif.
           EVALUATE TRUE
               WHEN CS-Accepte
                   MOVE 'O' TO w-ConversionOK
               WHEN CS-Refere
                   DISPLAY 'Dossier a referer: ' w-CS-Motif
                   IF Operateur-Superviseur
                       DISPLAY 'Forcer la souscription? (O/N): '
                       ACCEPT w-ForceSous
                       IF w-ForceSous = 'O'
                           MOVE 'O' TO w-ConversionOK
                       ELSE
                           MOVE 'N' TO w-ConversionOK
                       END-IF
                   ELSE
                       DISPLAY 'Niveau superviseur requis pour forcer.'
                       MOVE 'N' TO w-ConversionOK
                   END-IF
               WHEN OTHER
                   DISPLAY 'Souscription refusee: ' w-CS-Motif
                   MOVE 'N' TO w-ConversionOK
           END-EVALUATE.
           IF ConversionOK
               IF NOT ClientTrouve
                   perform Ecrire-Client
               END-IF
           END-IF.
           IF ConversionOK
               perform Ecrire-Contrat
           END-IF.
           IF ConversionOK
               perform Garantir-PrixDevis
               MOVE 'C' TO FDV-Statut
               MOVE w-ClientSaisi TO FDV-CodeClient
               MOVE w-ContratSaisi TO FDV-CodeContrat
               MOVE w-DateDuJourX8 TO FDV-DateConversion
               REWRITE FDV-Devis
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE devis '
                           FDV-NumDevis
               END-REWRITE
               ADD 1 TO w-NbConversions
               DISPLAY 'Devis ' FDV-NumDevis ' converti: client '
                   w-ClientSaisi ' contrat ' w-ContratSaisi '.'
           END-IF.

       Conversion-PreparerContrat.
           MOVE spaces TO Contrat.
           MOVE w-ContratSaisi TO w-CodeContrat OF Contrat.
           MOVE w-ClientSaisi TO w-ref_CompteClient OF Contrat.
           MOVE w-DebutSaisi TO w-DebutContrat.
           MOVE FDV-IT TO w-IT OF Contrat.
           IF w-IT OF Contrat = 'O'
               MOVE w-DebutSaisi TO w-IT-debut OF Contrat
           END-IF.
           MOVE FDV-IA TO w-IA OF Contrat.
           IF w-IA OF Contrat = 'O'
               MOVE w-DebutSaisi TO w-IA-debut OF Contrat
           END-IF.
           MOVE FDV-PE TO w-PE OF Contrat.
           IF w-PE OF Contrat = 'O'
               MOVE w-DebutSaisi TO w-PE-debut OF Contrat
           END-IF.
           MOVE FDV-DC TO w-DC OF Contrat.
           IF w-DC OF Contrat = 'O'
               MOVE w-DebutSaisi TO w-DC-debut OF Contrat
           END-IF.
           MOVE FDV-MT TO w-MT OF Contrat.
           IF w-MT OF Contrat = 'O'
               MOVE w-DebutSaisi TO w-MT-debut OF Contrat
           END-IF.
           MOVE FDV-CH TO w-CH OF Contrat.
           IF w-CH OF Contrat = 'O'
               MOVE w-DebutSaisi TO w-CH-debut OF Contrat
           END-IF.
           MOVE FDV-CodeCourtier TO w-CodeCourtier OF Contrat.
           MOVE FDV-Fractionnement TO w-Fractionnement OF Contrat.
           MOVE FDV-IT-Indemnite TO w-IT-Indemnite OF Contrat.
           MOVE FDV-IT-Franchise TO w-IT-Franchise OF Contrat.
           MOVE FDV-DC-Capital TO w-DC-Capital OF Contrat.

      ******************************************************************
      * Seul un client nouveau est cree a partir du devis: un client
      * deja en fichier (meme identite, controlee a la saisie) garde
      * sa fiche telle quelle.
      ******************************************************************
       Ecrire-Client.
           MOVE spaces           TO Beneficiaire.
           MOVE w-ClientSaisi    TO w-CodeClient OF Beneficiaire.
           MOVE w-ClientSaisi    TO w-ref_CompteClient OF Beneficiaire.
           MOVE FDV-Nom          TO w-Nom OF Beneficiaire.
           MOVE FDV-Prenom       TO w-Prenom OF Beneficiaire.
           MOVE FDV-DateNaissance
               TO w-DateNaissance OF Beneficiaire.
           MOVE FDV-Adresse      TO w-Adresse OF Beneficiaire.
           MOVE FDV-CodePostal   TO w-CodePostal OF Beneficiaire.
           MOVE FDV-Ville        TO w-Ville OF Beneficiaire.
           MOVE 'N'              TO w-NPAI OF Beneficiaire.
           MOVE Beneficiaire TO FD-Client.
           WRITE FD-Client
               INVALID KEY
                   DISPLAY 'Erreur creation client '
                       w-ClientSaisi ', statut ' w-ClientF-Status
                   MOVE 'N' TO w-ConversionOK
           END-WRITE.
           IF ConversionOK
               perform DeltaClient-Ecrire
           END-IF.

       Ecrire-Contrat.
           MOVE Contrat TO FD-Contrat.
           WRITE FD-Contrat
               INVALID KEY
                   DISPLAY 'Erreur creation contrat '
                       w-CodeContrat OF Contrat ', statut '
                       w-ContratF-Status
                   DISPLAY 'Devis ' FDV-NumDevis ' laisse ouvert.'
                   MOVE 'N' TO w-ConversionOK
           END-WRITE.
           IF ConversionOK
               perform ContratHisto-Snapshot
               perform DeltaContrat-Ecrire
           END-IF.

      ******************************************************************
      * Le prix du devis est tenu sur la premiere annee du contrat.
      * La prime est recalculee au tarif du jour; si elle depasse
      * la prime mensuelle du devis, l'ecart (etendu au cycle et
      * charge comme l'echeance) est credite sur chacune des
      * echeances des douze premiers mois via le fichier des
      * ajustements, que l'export SEPA deduit de la collecte. Une
      * baisse de tarif profite au client sans ajustement.
      ******************************************************************
       Garantir-PrixDevis.
           MOVE 'P' TO w-CP-Fonction.
           CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
               FDV-DateNaissance, w-DateDuJour, w-PrimeActuelle,
               VentilationPrime.
           IF w-PrimeActuelle > FDV-PrimeMensuelle
               perform Fractionnement-Determiner
               COMPUTE w-RemiseEcheance ROUNDED =
                   (w-PrimeActuelle - FDV-PrimeMensuelle)
                   * w-NbMoisCycle * w-CoefCycle
               COMPUTE w-NbEcheances = 12 / w-NbMoisCycle
               MOVE w-DebutSaisi (7:4) TO w-Cible-AAAA
               MOVE w-DebutSaisi (4:2) TO w-Cible-MM
               PERFORM Periode-Avancer
                   UNTIL w-PeriodeCible NOT < w-PeriodeJour
               PERFORM Ajustement-UneEcheance w-NbEcheances TIMES
               MOVE w-RemiseEcheance TO w-PrimeEditee
               DISPLAY 'Tarif du devis garanti: credit de '
                   w-PrimeEditee ' sur ' w-NbEcheances
                   ' echeance(s).'
           END-IF.

       Periode-Avancer.
           ADD w-NbMoisCycle TO w-Cible-MM.
           IF w-Cible-MM > 12
               SUBTRACT 12 FROM w-Cible-MM
               ADD 1 TO w-Cible-AAAA
           END-IF.

       Ajustement-UneEcheance.
           MOVE w-CodeContrat OF Contrat TO FDJ-CodeContrat.
           MOVE w-PeriodeCible TO FDJ-Periode.
           READ AjustementF
               INVALID KEY
                   MOVE 'N' TO w-AjustementTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-AjustementTrouve
           END-READ.
           IF AjustementTrouve
               SUBTRACT w-RemiseEcheance FROM FDJ-Montant
               MOVE w-DateDuJourX8 TO FDJ-DateEffet
               MOVE 'A' TO FDJ-Statut
               REWRITE FDJ-Ajustement
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE ajustement '
                           FDJ-CodeContrat ' ' FDJ-Periode
               END-REWRITE
           ELSE
               COMPUTE FDJ-Montant = zero - w-RemiseEcheance
               MOVE w-DateDuJourX8 TO FDJ-DateEffet
               MOVE 'A' TO FDJ-Statut
               WRITE FDJ-Ajustement
                   INVALID KEY
                       DISPLAY 'Erreur WRITE ajustement '
                           FDJ-CodeContrat ' ' FDJ-Periode
               END-WRITE
           END-IF.
           perform Periode-Avancer.

       DeltaClient-Ecrire.
           STRING 'DLTCLI' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaClient.
           OPEN EXTEND DeltaClient.
           IF w-DeltaClient-Status = '35'
               OPEN OUTPUT DeltaClient
               CLOSE DeltaClient
               OPEN EXTEND DeltaClient
           END-IF.
           MOVE w-CodeClient OF Beneficiaire TO DLC-CodeClient.
           WRITE DLC-CodeClient.
           CLOSE DeltaClient.

       DeltaContrat-Ecrire.
           STRING 'DLTCTR' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomDeltaContrat.
           OPEN EXTEND DeltaContrat.
           IF w-DeltaContrat-Status = '35'
               OPEN OUTPUT DeltaContrat
               CLOSE DeltaContrat
               OPEN EXTEND DeltaContrat
           END-IF.
           MOVE w-CodeContrat OF Contrat TO DLK-CodeContrat.
           WRITE DLK-CodeContrat.
           CLOSE DeltaContrat.

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
           MOVE 'CRE' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      ************Validation d'adresse au referentiel postal*********
           COPY CPVALID.

      ************Niveaux de garantie du contrat*********************
           COPY NIVEAUX.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM DevisContrat.
