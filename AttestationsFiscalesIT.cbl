      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual tax certificate (attestation fiscale) for the
      *          IT daily indemnities paid, taxable income of the
      *          insured. Totals, per client and per insured person,
      *          the acomptes and settlements of the payments
      *          register on IT claims whose transfer the bank
      *          statement confirmed during the requested year
      *          (FDP-DateConfirmation) - the legal interest on a
      *          late settlement is not an indemnity and stays out.
      *          One certificate per client through EditionLettre
      *          (code ATTFISIT) with the detail per insured,
      *          sequenced by postal code like ReleveAnnuelPrimes so
      *          the mailing goes out presorted; the same totals go
      *          to the fixed-format declaration file for the tax
      *          authority (header, one line per client and insured,
      *          trailer with count and total), and a control page
      *          ties that file back to the register. Year AAAA
      *          ACCEPTed. A client flagged NPAI (returned mail) is
      *          declared all the same, but its certificate is held
      *          back and only counted on the control page. Every
      *          certificate printed is recorded on the
      *          correspondence register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttestationsFiscalesIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPAIEM.
           COPY SELSINIS.
           COPY SELCLIEN.
           COPY SELASSUR.

           SELECT TriAttestations ASSIGN TO "ATTFITRI.TMP".

           SELECT LettresAttestation ASSIGN TO "LETATTFI.TXT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DeclarationFiscale ASSIGN TO "DECLIJIT.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ControleAttestation ASSIGN TO "RAPATTFI.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDPAIEM.
           COPY FDSINISF.
           COPY FDCLIENT.
           COPY FDASSUR.

       SD  TriAttestations.
       01  SD-Attestation.
           10  SD-CodePostal             pic 9(5).
           10  SD-CodeClient             pic x(10).
           10  SD-CodeContrat            pic x(10).
           10  SD-NumAssure              pic 9(2).
           10  SD-Montant                pic 9(9)v99.
           10  SD-Nom                    pic x(20).
           10  SD-Prenom                 pic x(20).
           10  SD-DateNaissance          pic x(10).
           10  SD-Adresse                pic x(30).
           10  SD-Ville                  pic x(20).
           10  SD-AssNom                 pic x(20).
           10  SD-AssPrenom              pic x(20).
           10  SD-AssDateNaissance       pic x(10).
           10  SD-NPAI                   pic x.

       FD  LettresAttestation.
       01  Let-Ligne                   pic x(80).

      ******************************************************************
      * Declaration des indemnites journalieres: un enregistrement
      * d'en-tete (01), un par client et assure (02), un de fin (99)
      * portant le nombre de lignes 02 et leur total. Montants en
      * centimes, sans virgule, cadres a droite.
      ******************************************************************
       FD  DeclarationFiscale.
       01  DF-Enregistrement           pic x(200).
       01  DF-Entete.
           05  DF-E-Type               pic x(2).
           05  DF-E-Nature             pic x(4).
           05  DF-E-Annee              pic 9(4).
           05  DF-E-DateCreation       pic 9(8).
           05  filler                  pic x(182).
       01  DF-Detail.
           05  DF-D-Type               pic x(2).
           05  DF-D-Annee              pic 9(4).
           05  DF-D-CodeClient         pic x(10).
           05  DF-D-Nom                pic x(20).
           05  DF-D-Prenom             pic x(20).
           05  DF-D-DateNaissance      pic x(10).
           05  DF-D-Adresse            pic x(30).
           05  DF-D-CodePostal         pic 9(5).
           05  DF-D-Ville              pic x(20).
           05  DF-D-CodeContrat        pic x(10).
           05  DF-D-NumAssure          pic 9(2).
           05  DF-D-AssNom             pic x(20).
           05  DF-D-AssPrenom          pic x(20).
           05  DF-D-AssDateNaissance   pic x(10).
           05  DF-D-Montant            pic 9(9)v99.
           05  filler                  pic x(6).
       01  DF-Fin.
           05  DF-F-Type               pic x(2).
           05  DF-F-Annee              pic 9(4).
           05  DF-F-NbLignes           pic 9(7).
           05  DF-F-Total              pic 9(11)v99.
           05  filler                  pic x(174).

       FD  ControleAttestation.
       01  Ctl-Ligne                   pic x(80).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSPAIFS.
           COPY WSSINFS.
           COPY WSCLIFS.
           COPY WSASSFS.
           COPY WSLETTRE.
           COPY WSREGCR.

       01  w-AnneeDemandee             pic x(4).
       01  w-AnneeDemandeeN redefines w-AnneeDemandee pic 9(4).
       01  w-DateDuJour                pic 9(8).

       01  w-FinPaiements              pic x value 'N'.
           88  FinPaiements            value 'O'.
       01  w-FinTri                    pic x value 'N'.
           88  FinTri                  value 'O'.
       01  w-SinistreTrouve            pic x.
           88  SinistreTrouve          value 'O'.

      * Assures du client en cours, cumules avant l'edition de son
      * attestation.
       01  w-ClientRupture             pic x(10).
       01  w-ClientCourant.
           05  w-CC-CodePostal         pic 9(5).
           05  w-CC-Nom                pic x(20).
           05  w-CC-Prenom             pic x(20).
           05  w-CC-DateNaissance      pic x(10).
           05  w-CC-Adresse            pic x(30).
           05  w-CC-Ville              pic x(20).
           05  w-CC-NPAI               pic x.
       01  w-NbAssures                 pic 9(2).
       01  w-Assures.
           05  w-Ass                   occurs 20 times.
               10  w-AssContrat        pic x(10).
               10  w-AssNum            pic 9(2).
               10  w-AssNom            pic x(20).
               10  w-AssPrenom         pic x(20).
               10  w-AssDateNaissance  pic x(10).
               10  w-AssMontant        pic 9(9)v99.
       01  w-IdxAss                    pic 9(2).
       01  w-IdxLettre                 pic 9(2).
       01  w-TotalClient               pic 9(9)v99.

      * Rapprochement registre / declaration.
       01  w-NbRegistre                pic 9(7) value zero.
       01  w-MontantRegistre           pic 9(11)v99 value zero.
       01  w-NbSansClient              pic 9(7) value zero.
       01  w-MontantSansClient         pic 9(11)v99 value zero.
       01  w-NbSansSinistre            pic 9(7) value zero.
       01  w-MontantSansSinistre       pic 9(11)v99 value zero.
       01  w-NbInterets                pic 9(7) value zero.
       01  w-MontantInterets           pic 9(11)v99 value zero.
       01  w-NbNonConfirmes            pic 9(7) value zero.
       01  w-MontantNonConfirmes       pic 9(11)v99 value zero.
       01  w-NbRetenus                 pic 9(7) value zero.
       01  w-MontantRetenu             pic 9(11)v99 value zero.
       01  w-NbLignesDecl              pic 9(7) value zero.
       01  w-TotalDecl                 pic 9(11)v99 value zero.
       01  w-NbAttestations            pic 9(7) value zero.
       01  w-NbRetenuesNPAI            pic 9(7) value zero.
       01  w-Ecart                     pic s9(11)v99.

       01  w-MontantEdite              pic z(8)9.99.
       01  w-NombreEdite               pic z(6)9.
       01  w-EcartEdite                pic -(10)9.99.
       01  w-LibelleControle           pic x(44).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'ATTESTFISCIT' TO w-RC-Programme.
           MOVE 'ATTESTFISCIT' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           DISPLAY 'Annee des indemnites (AAAA): '.
           ACCEPT w-AnneeDemandee.
           IF w-AnneeDemandee NOT NUMERIC
               DISPLAY 'Annee invalide: ' w-AnneeDemandee
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PaiementF.
           IF NOT PaiementF-OK
               DISPLAY 'Registre des paiements indisponible, statut '
                   w-PaiementF-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SinisF.
           OPEN INPUT ClientF.
           OPEN INPUT AssureF.
           OPEN OUTPUT LettresAttestation.
           OPEN OUTPUT DeclarationFiscale.
           OPEN OUTPUT ControleAttestation.

           perform Ecrire-EnteteDeclaration.

           SORT TriAttestations
               ON ASCENDING KEY SD-CodePostal SD-CodeClient
                   SD-CodeContrat SD-NumAssure
               INPUT PROCEDURE IS Charger-Paiements
               OUTPUT PROCEDURE IS Editer-Attestations.

           perform Ecrire-FinDeclaration.
           perform Imprimer-Controle.

           CLOSE PaiementF.
           CLOSE SinisF.
           CLOSE ClientF.
           CLOSE AssureF.
           CLOSE LettresAttestation.
           CLOSE DeclarationFiscale.
           CLOSE ControleAttestation.

           DISPLAY 'Attestations fiscales IT ' w-AnneeDemandee ': '
               w-NbAttestations ' attestation(s), '
               w-NbLignesDecl ' ligne(s) declaree(s), total '
               w-TotalDecl '.'.
           DISPLAY '  Retenues (NPAI): ' w-NbRetenuesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'attestations=' w-NbAttestations
               ' declare=' w-TotalDecl
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * Acomptes et soldes des sinistres IT confirmes par le releve
      * bancaire dans l'annee. Les interets de retard, les paiements
      * de l'annee non encore confirmes et les lignes sans client ne
      * sont pas declares mais comptes pour la page de controle.
      ******************************************************************
       Charger-Paiements.
           MOVE LOW-VALUES TO FDP-ClePaiement.
           START PaiementF KEY IS NOT LESS THAN FDP-ClePaiement
               INVALID KEY MOVE 'O' TO w-FinPaiements
           END-START.
           PERFORM Charger-UnPaiement UNTIL FinPaiements.

       Charger-UnPaiement.
           READ PaiementF NEXT RECORD
               AT END MOVE 'O' TO w-FinPaiements
           END-READ.
           IF NOT FinPaiements
               IF FDP-DateConfirmation NUMERIC
                   AND FDP-DateConfirmation (1:4) = w-AnneeDemandee
                   perform Lire-Sinistre
                   IF SinistreTrouve
                       IF FD-TypeSinistre = 'IT'
                           perform Retenir-Paiement
                       END-IF
                   ELSE
                       ADD 1 TO w-NbSansSinistre
                       ADD FDP-MontantPaye TO w-MontantSansSinistre
                   END-IF
               ELSE
                   IF FDP-DatePaiement (1:4) = w-AnneeDemandee
                       AND NOT Paiement-Interets
                       AND FDP-DateConfirmation NOT NUMERIC
                       perform Lire-Sinistre
                       IF SinistreTrouve AND FD-TypeSinistre = 'IT'
                           ADD 1 TO w-NbNonConfirmes
                           ADD FDP-MontantPaye
                               TO w-MontantNonConfirmes
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Lire-Sinistre.
           MOVE FDP-CodeSinistre TO FD-CodeSinistre.
           READ SinisF
               KEY IS FD-CodeSinistre
               INVALID KEY
                   MOVE 'N' TO w-SinistreTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-SinistreTrouve
           END-READ.

       Retenir-Paiement.
           ADD 1 TO w-NbRegistre.
           ADD FDP-MontantPaye TO w-MontantRegistre.
           IF Paiement-Interets
               ADD 1 TO w-NbInterets
               ADD FDP-MontantPaye TO w-MontantInterets
           ELSE
               MOVE FDP-ref_CodeClient TO FD-CodeClient
               READ ClientF
                   KEY IS FD-CodeClient
                   INVALID KEY
                       DISPLAY 'Paiement ' FDP-CodeSinistre ' '
                           FDP-NumPaiement ': client '
                           FDP-ref_CodeClient ' introuvable'
                       ADD 1 TO w-NbSansClient
                       ADD FDP-MontantPaye TO w-MontantSansClient
                   NOT INVALID KEY
                       perform Liberer-Paiement
               END-READ
           END-IF.

      * L'assure 00 est le souscripteur lui-meme; un assure absent
      * du fichier est declare sous l'identite du souscripteur.
       Liberer-Paiement.
           MOVE FD-CodePostal TO SD-CodePostal.
           MOVE FDP-ref_CodeClient TO SD-CodeClient.
           MOVE FDP-ref_CodeContrat TO SD-CodeContrat.
           MOVE FD-NumAssure TO SD-NumAssure.
           MOVE FDP-MontantPaye TO SD-Montant.
           MOVE FD-Nom OF FD-Client TO SD-Nom.
           MOVE FD-Prenom TO SD-Prenom.
           MOVE FD-DateNaissance TO SD-DateNaissance.
           MOVE FD-Adresse TO SD-Adresse.
           MOVE FD-Ville TO SD-Ville.
           MOVE FD-Nom OF FD-Client TO SD-AssNom.
           MOVE FD-Prenom TO SD-AssPrenom.
           MOVE FD-DateNaissance TO SD-AssDateNaissance.
           MOVE FD-NPAI TO SD-NPAI.
           IF FD-NumAssure NUMERIC AND FD-NumAssure NOT = zero
               MOVE FDP-ref_CodeContrat TO FDI-CodeContrat
               MOVE FD-NumAssure TO FDI-NumAssure
               READ AssureF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FDI-Nom TO SD-AssNom
                       MOVE FDI-Prenom TO SD-AssPrenom
                       MOVE FDI-DateNaissance TO SD-AssDateNaissance
               END-READ
           ELSE
               MOVE zero TO SD-NumAssure
           END-IF.
           RELEASE SD-Attestation.
           ADD 1 TO w-NbRetenus.
           ADD FDP-MontantPaye TO w-MontantRetenu.

       Editer-Attestations.
           MOVE spaces TO w-ClientRupture.
           MOVE 'N' TO w-FinTri.
           RETURN TriAttestations
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.
           PERFORM Cumuler-UneLigne UNTIL FinTri.
           IF w-ClientRupture NOT = spaces
               perform Editer-UnClient
           END-IF.

       Cumuler-UneLigne.
           IF SD-CodeClient NOT = w-ClientRupture
               IF w-ClientRupture NOT = spaces
                   perform Editer-UnClient
               END-IF
               perform Ouvrir-Client
           END-IF.
           IF w-NbAssures = zero
               perform Ajouter-Assure
           ELSE
               IF SD-CodeContrat NOT = w-AssContrat (w-NbAssures)
                   OR SD-NumAssure NOT = w-AssNum (w-NbAssures)
                   perform Ajouter-Assure
               END-IF
           END-IF.
           ADD SD-Montant TO w-AssMontant (w-NbAssures).
           ADD SD-Montant TO w-TotalClient.
           RETURN TriAttestations
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.

       Ouvrir-Client.
           MOVE SD-CodeClient TO w-ClientRupture.
           MOVE SD-CodePostal TO w-CC-CodePostal.
           MOVE SD-Nom TO w-CC-Nom.
           MOVE SD-Prenom TO w-CC-Prenom.
           MOVE SD-DateNaissance TO w-CC-DateNaissance.
           MOVE SD-Adresse TO w-CC-Adresse.
           MOVE SD-Ville TO w-CC-Ville.
           MOVE SD-NPAI TO w-CC-NPAI.
           MOVE zero TO w-NbAssures.
           MOVE zero TO w-TotalClient.

      * Au-dela de vingt assures pour un client, les suivants sont
      * cumules sur le dernier poste.
       Ajouter-Assure.
           IF w-NbAssures < 20
               ADD 1 TO w-NbAssures
               MOVE SD-CodeContrat TO w-AssContrat (w-NbAssures)
               MOVE SD-NumAssure TO w-AssNum (w-NbAssures)
               MOVE SD-AssNom TO w-AssNom (w-NbAssures)
               MOVE SD-AssPrenom TO w-AssPrenom (w-NbAssures)
               MOVE SD-AssDateNaissance
                   TO w-AssDateNaissance (w-NbAssures)
               MOVE zero TO w-AssMontant (w-NbAssures)
           END-IF.

      ******************************************************************
      * Une attestation par client - le texte du modele ATTFISIT,
      * suivi du detail par assure - et une ligne de declaration par
      * assure.
      ******************************************************************
       Editer-UnClient.
           IF w-CC-NPAI = 'O'
               ADD 1 TO w-NbRetenuesNPAI
           ELSE
               perform Editer-Lettre
           END-IF.
           PERFORM Editer-UnAssure
               VARYING w-IdxAss FROM 1 BY 1
               UNTIL w-IdxAss > w-NbAssures.
           IF w-CC-NPAI NOT = 'O'
               perform Editer-TotalLettre
           END-IF.

       Editer-Lettre.
           MOVE spaces TO EditionLettreParm.
           MOVE 'ATTFISIT' TO w-LT-CodeLettre.
           MOVE w-CC-Nom TO w-LT-Nom.
           MOVE w-CC-Prenom TO w-LT-Prenom.
           MOVE w-CC-Adresse TO w-LT-Adresse.
           MOVE w-CC-CodePostal TO w-LT-CodePostal.
           MOVE w-CC-Ville TO w-LT-Ville.
           MOVE w-TotalClient TO w-LT-Montant.
           MOVE w-DateDuJour TO w-LT-Date.
           STRING 'Indemnites journalieres IT versees en '
               w-AnneeDemandee DELIMITED BY SIZE INTO w-LT-Motif.
           STRING 'ATTESTATION ' w-AnneeDemandee
               DELIMITED BY SIZE INTO w-LT-Reference.
           CALL 'EditionLettre' USING EditionLettreParm.
           MOVE w-ClientRupture TO w-RG-CodeClient.
           MOVE w-LT-Reference TO w-RG-Reference.
           MOVE w-LT-CodeLettre TO w-RG-CodeLettre.
           perform Courrier-Debut.
           PERFORM Ecrire-LigneLettre
               VARYING w-IdxLettre FROM 1 BY 1
               UNTIL w-IdxLettre > w-LT-NbLignes.

           MOVE spaces TO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.
           MOVE 'Detail par assure:' TO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.

       Editer-TotalLettre.
           MOVE w-TotalClient TO w-MontantEdite.
           MOVE spaces TO Let-Ligne.
           STRING '  Total verse en ' w-AnneeDemandee ': '
               w-MontantEdite ' EUR'
               DELIMITED BY SIZE INTO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.
           MOVE spaces TO Let-Ligne.
           WRITE Let-Ligne.
           ADD 1 TO w-NbAttestations.

       Ecrire-LigneLettre.
           MOVE w-LT-Ligne (w-IdxLettre) TO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.

       Editer-UnAssure.
           IF w-CC-NPAI NOT = 'O'
               MOVE w-AssMontant (w-IdxAss) TO w-MontantEdite
               MOVE spaces TO Let-Ligne
               STRING '  Contrat ' w-AssContrat (w-IdxAss)
                   ' ' w-AssPrenom (w-IdxAss) ' ' w-AssNom (w-IdxAss)
                   ' ' w-MontantEdite ' EUR'
                   DELIMITED BY SIZE INTO Let-Ligne
               MOVE Let-Ligne TO w-RG-Ligne
               WRITE Let-Ligne
               perform Courrier-Ligne
           END-IF.

           MOVE spaces TO DF-Detail.
           MOVE '02' TO DF-D-Type.
           MOVE w-AnneeDemandeeN TO DF-D-Annee.
           MOVE w-ClientRupture TO DF-D-CodeClient.
           MOVE w-CC-Nom TO DF-D-Nom.
           MOVE w-CC-Prenom TO DF-D-Prenom.
           MOVE w-CC-DateNaissance TO DF-D-DateNaissance.
           MOVE w-CC-Adresse TO DF-D-Adresse.
           MOVE w-CC-CodePostal TO DF-D-CodePostal.
           MOVE w-CC-Ville TO DF-D-Ville.
           MOVE w-AssContrat (w-IdxAss) TO DF-D-CodeContrat.
           MOVE w-AssNum (w-IdxAss) TO DF-D-NumAssure.
           MOVE w-AssNom (w-IdxAss) TO DF-D-AssNom.
           MOVE w-AssPrenom (w-IdxAss) TO DF-D-AssPrenom.
           MOVE w-AssDateNaissance (w-IdxAss)
               TO DF-D-AssDateNaissance.
           MOVE w-AssMontant (w-IdxAss) TO DF-D-Montant.
           WRITE DF-Detail.
           ADD 1 TO w-NbLignesDecl.
           ADD w-AssMontant (w-IdxAss) TO w-TotalDecl.

       Ecrire-EnteteDeclaration.
           MOVE spaces TO DF-Entete.
           MOVE '01' TO DF-E-Type.
           MOVE 'IJIT' TO DF-E-Nature.
           MOVE w-AnneeDemandeeN TO DF-E-Annee.
           MOVE w-DateDuJour TO DF-E-DateCreation.
           WRITE DF-Entete.

       Ecrire-FinDeclaration.
           MOVE spaces TO DF-Fin.
           MOVE '99' TO DF-F-Type.
           MOVE w-AnneeDemandeeN TO DF-F-Annee.
           MOVE w-NbLignesDecl TO DF-F-NbLignes.
           MOVE w-TotalDecl TO DF-F-Total.
           WRITE DF-Fin.

      ******************************************************************
      * Page de controle: le registre (lignes IT confirmees dans
      * l'annee) doit se retrouver dans la declaration, aux lignes
      * ecartees pres.
      ******************************************************************
       Imprimer-Controle.
           MOVE spaces TO Ctl-Ligne.
           STRING 'CONTROLE DECLARATION IJ IT ' w-AnneeDemandee
               ' - EDITE LE ' w-DateDuJour
               DELIMITED BY SIZE INTO Ctl-Ligne.
           WRITE Ctl-Ligne.
           MOVE all '-' TO Ctl-Ligne.
           WRITE Ctl-Ligne.

           MOVE 'Registre: lignes IT confirmees dans l''annee'
               TO w-LibelleControle.
           MOVE w-NbRegistre TO w-NombreEdite.
           MOVE w-MontantRegistre TO w-MontantEdite.
           perform Ecrire-LigneControle.
           MOVE '  dont interets de retard (non declares)'
               TO w-LibelleControle.
           MOVE w-NbInterets TO w-NombreEdite.
           MOVE w-MontantInterets TO w-MontantEdite.
           perform Ecrire-LigneControle.
           MOVE '  dont client introuvable (non declares)'
               TO w-LibelleControle.
           MOVE w-NbSansClient TO w-NombreEdite.
           MOVE w-MontantSansClient TO w-MontantEdite.
           perform Ecrire-LigneControle.
           MOVE '  dont retenus pour la declaration'
               TO w-LibelleControle.
           MOVE w-NbRetenus TO w-NombreEdite.
           MOVE w-MontantRetenu TO w-MontantEdite.
           perform Ecrire-LigneControle.
           MOVE spaces TO Ctl-Ligne.
           WRITE Ctl-Ligne.
           MOVE 'Declaration: lignes client / assure'
               TO w-LibelleControle.
           MOVE w-NbLignesDecl TO w-NombreEdite.
           MOVE w-TotalDecl TO w-MontantEdite.
           perform Ecrire-LigneControle.
           MOVE 'Attestations editees' TO w-LibelleControle.
           MOVE w-NbAttestations TO w-NombreEdite.
           MOVE zero TO w-MontantEdite.
           perform Ecrire-LigneControle.
           MOVE 'Attestations retenues (NPAI), declarees'
               TO w-LibelleControle.
           MOVE w-NbRetenuesNPAI TO w-NombreEdite.
           MOVE zero TO w-MontantEdite.
           perform Ecrire-LigneControle.

           COMPUTE w-Ecart = w-MontantRegistre - w-MontantInterets
               - w-MontantSansClient - w-TotalDecl.
           MOVE w-Ecart TO w-EcartEdite.
           MOVE spaces TO Ctl-Ligne.
           STRING 'Ecart registre / declaration:            '
               w-EcartEdite
               DELIMITED BY SIZE INTO Ctl-Ligne.
           WRITE Ctl-Ligne.

           MOVE spaces TO Ctl-Ligne.
           WRITE Ctl-Ligne.
           MOVE 'Pour information, hors declaration:' TO Ctl-Ligne.
           WRITE Ctl-Ligne.
           MOVE '  IT payes dans l''annee non confirmes'
               TO w-LibelleControle.
           MOVE w-NbNonConfirmes TO w-NombreEdite.
           MOVE w-MontantNonConfirmes TO w-MontantEdite.
           perform Ecrire-LigneControle.
           MOVE '  confirmes sur sinistre introuvable'
               TO w-LibelleControle.
           MOVE w-NbSansSinistre TO w-NombreEdite.
           MOVE w-MontantSansSinistre TO w-MontantEdite.
           perform Ecrire-LigneControle.

       Ecrire-LigneControle.
           MOVE spaces TO Ctl-Ligne.
           STRING w-LibelleControle ' ' w-NombreEdite ' '
               w-MontantEdite
               DELIMITED BY SIZE INTO Ctl-Ligne.
           WRITE Ctl-Ligne.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM AttestationsFiscalesIT.
