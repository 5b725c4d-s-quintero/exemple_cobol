      * Date:
      * Purpose: Nightly double-entry journal export for the
      *          accounting package, so accounting stops re-keying
      *          what this system already knows. Seven event sources:
      *          premiums confirmed today on the receivables ledger
      *          (bank against premium income, the tax split to its
      *          own payable account - a premium paid by cheque or
      *          client transfer is debited to the suspense account
      *          instead, the money having entered the bank through
      *          the receipt), the cheques and transfers received or
      *          refunded today on ENCAISS.DAT (bank against the
      *          suspense account), claim disbursements dated
      *          today on the payments register (claims expense
      *          against bank - the legal interest paid on a late
      *          settlement to its own charge account), the claim
      *          overpayments opened today (a receivable on the
      *          client against claims expense) with the day's
      *          movements on them (bank against the receivable for
      *          a deduction or a transfer back, the loss account for
      *          a write-off), the month's reserve movement off the
      *          RESMOIS snapshots, the movement of each quarterly
      *          IBNR estimate on IBNR.DAT (charge against the IBNR
      *          provision account) and of each month-end unearned
      *          premium snapshot on PPNCMOIS.DAT (premium variation
      *          against the PPNC account) - each posted once per
      *          period, a control file remembering the last periods
      *          posted the way ConsolidationJournaux tracks its
      *          journals.
      *          Account codes come from the CPTMAP.DAT mapping
      *          table; without it the standard chart below applies.
      *          Every entry is written debit line + credit line(s),
      *          and a totals-per-account control page lets the
      *          accountant tie the file out before loading it.
      *          The file opens with a header record (file type,
      *          creation date, sequence number) and closes with a
      *          trailer carrying the detail count and the total of the
      *          line amounts, so that the receiving side can check it
      *          is complete and in order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELQUITT.
           COPY SELPAIEM.
           COPY SELRESMO.
           COPY SELENCAI.
           COPY SELINDU.
           COPY SELMVIN.
           COPY SELIBNR.
           COPY SELPPNC.

           SELECT MappingComptes ASSIGN TO "CPTMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
           COPY FDQUITT.
           COPY FDPAIEM.
           COPY FDRESMO.
           COPY FDENCAI.
           COPY FDINDU.
           COPY FDMVIN.
           COPY FDIBNR.
           COPY FDPPNC.

      ******************************************************************
      * Une ligne de la table de mapping: l'evenement et ses comptes
           05  MAP-CompteCredit        pic x(6).

       FD  ControleJournal.
       01  CtlJ-Ligne.
           05  CtlJ-PeriodeRes         pic x(6).
           05  CtlJ-PeriodeIbnr        pic x(6).
           05  CtlJ-PeriodePpnc        pic x(6).

       FD  JournalCompta.
       01  Jrn-Ligne                   pic x(100).
           COPY FDFLUX.

       FD  ControleCompta.
       01  Ctl-Ligne                   pic x(80).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSQUIFS.
           COPY WSPAIFS.
           COPY WSRESFS.
           COPY WSENCFS.
           COPY WSINDFS.
           COPY WSMVIFS.
           COPY WSIBNFS.
           COPY WSPPNFS.

       01  w-Mapping-Status            pic xx.
       01  w-ControleJrnl-Status       pic xx.
           05  w-Prec-AAAA             pic 9(4).
           05  w-Prec-MM               pic 9(2).
       01  w-DernierePeriodeRes        pic x(6).
       01  w-DernierePeriodeIbnr       pic x(6).
       01  w-PeriodeIbnrMax            pic x(6).
       01  w-DernierePeriodePpnc       pic x(6).
       01  w-PeriodePpncMax            pic x(6).

       01  w-FinFichier                pic x.
           88  FinFichier              value 'O'.
       01  w-CptSinistres              pic x(6) value '600000'.
       01  w-CptProvisions             pic x(6) value '151000'.
       01  w-CptDotation               pic x(6) value '681000'.
       01  w-CptAttente                pic x(6) value '471000'.
       01  w-CptInterets               pic x(6) value '661800'.
       01  w-CptIndus                  pic x(6) value '467100'.
       01  w-CptPertes                 pic x(6) value '654000'.
       01  w-CptIbnr                   pic x(6) value '151200'.
       01  w-CptPpnc                   pic x(6) value '320000'.
       01  w-CptVariationPpnc          pic x(6) value '709200'.

       01  w-NumeroPiece               pic 9(6) value zero.
       01  w-MontantHT                 pic 9(9)v99.
           perform QuittanceF-Ouvrir.
           perform PaiementF-Ouvrir.
           perform ReserveMois-Ouvrir.
           perform EncaissementF-Ouvrir.
           perform IndusF-Ouvrir.
           perform MvtIndusF-Ouvrir.
           perform IbnrF-Ouvrir.
           perform PpncMoisF-Ouvrir.
           OPEN OUTPUT JournalCompta.
           MOVE 'JRNLCPTA' TO w-FX-TypeFichier.
           perform Flux-EcrireEntete.
           OPEN OUTPUT ControleCompta.

           perform Journaliser-Primes.
           perform Journaliser-Encaissements.
           perform Journaliser-Paiements.
           perform Journaliser-Indus.
           perform Journaliser-MvtIndus.
           perform Journaliser-Reserves.
           perform Journaliser-Ibnr.
           perform Journaliser-Ppnc.

           perform Imprimer-Controle.

           CLOSE QuittanceF.
           CLOSE PaiementF.
           CLOSE ReserveMoisF.
           CLOSE EncaissementF.
           CLOSE IndusF.
           CLOSE MvtIndusF.
           CLOSE IbnrF.
           CLOSE PpncMoisF.
           perform Flux-EcrirePied.
           CLOSE JournalCompta.
           CLOSE ControleCompta.

               END-IF
           END-IF.

       EncaissementF-Ouvrir.
           OPEN INPUT EncaissementF.
           IF NOT EncaissementF-OK
               IF w-EncaissementF-Status = '35'
                   OPEN OUTPUT EncaissementF
                   CLOSE EncaissementF
                   OPEN INPUT EncaissementF
               END-IF
           END-IF.

       IndusF-Ouvrir.
           OPEN INPUT IndusF.
           IF NOT IndusF-OK
               IF w-IndusF-Status = '35'
                   OPEN OUTPUT IndusF
                   CLOSE IndusF
                   OPEN INPUT IndusF
               END-IF
           END-IF.

       MvtIndusF-Ouvrir.
           OPEN INPUT MvtIndusF.
           IF NOT MvtIndusF-OK
               IF w-MvtIndusF-Status = '35'
                   OPEN OUTPUT MvtIndusF
                   CLOSE MvtIndusF
                   OPEN INPUT MvtIndusF
               END-IF
           END-IF.

       IbnrF-Ouvrir.
           OPEN INPUT IbnrF.
           IF NOT IbnrF-OK
               IF w-IbnrF-Status = '35'
                   OPEN OUTPUT IbnrF
                   CLOSE IbnrF
                   OPEN INPUT IbnrF
               END-IF
           END-IF.

       PpncMoisF-Ouvrir.
           OPEN INPUT PpncMoisF.
           IF NOT PpncMoisF-OK
               IF w-PpncMoisF-Status = '35'
                   OPEN OUTPUT PpncMoisF
                   CLOSE PpncMoisF
                   OPEN INPUT PpncMoisF
               END-IF
           END-IF.

      ******************************************************************
      * La table de mapping remplace le plan par defaut ligne a
      * ligne; absente, les comptes standards ci-dessus s'appliquent
                   WHEN 'RESMOUV '
                       MOVE MAP-CompteDebit  TO w-CptDotation
                       MOVE MAP-CompteCredit TO w-CptProvisions
                   WHEN 'ENCATT  '
                       MOVE MAP-CompteCredit TO w-CptAttente
                   WHEN 'SININT  '
                       MOVE MAP-CompteDebit  TO w-CptInterets
                   WHEN 'INDU    '
                       MOVE MAP-CompteDebit  TO w-CptIndus
                   WHEN 'INDUPERT'
                       MOVE MAP-CompteDebit  TO w-CptPertes
                   WHEN 'IBNR    '
                       MOVE MAP-CompteCredit TO w-CptIbnr
                   WHEN 'PPNC    '
                       MOVE MAP-CompteDebit  TO w-CptVariationPpnc
                       MOVE MAP-CompteCredit TO w-CptPpnc
                   WHEN OTHER
                       DISPLAY 'Mapping inconnu ignore: '
                           MAP-Evenement

       ControleJournal-Lire.
           MOVE spaces TO w-DernierePeriodeRes.
           MOVE spaces TO w-DernierePeriodeIbnr.
           MOVE spaces TO w-DernierePeriodePpnc.
           OPEN INPUT ControleJournal.
           IF w-ControleJrnl-Status = '00'
               MOVE spaces TO CtlJ-Ligne
               READ ControleJournal
                   AT END CONTINUE
                   NOT AT END
                       MOVE CtlJ-PeriodeRes TO w-DernierePeriodeRes
                       MOVE CtlJ-PeriodeIbnr TO w-DernierePeriodeIbnr
                       MOVE CtlJ-PeriodePpnc TO w-DernierePeriodePpnc
               END-READ
               CLOSE ControleJournal
           END-IF.

       ControleJournal-Ecrire.
           OPEN OUTPUT ControleJournal.
           MOVE w-DernierePeriodeRes TO CtlJ-PeriodeRes.
           MOVE w-DernierePeriodeIbnr TO CtlJ-PeriodeIbnr.
           MOVE w-DernierePeriodePpnc TO CtlJ-PeriodePpnc.
           WRITE CtlJ-Ligne.
           CLOSE ControleJournal.

      ******************************************************************
      * Primes encaissees aujourd'hui: debit banque du montant
      * preleve, credit primes pour le hors-taxe, credit taxes pour
      * la taxe - une ecriture equilibree par quittance reglee. Une
      * quittance reglee par cheque ou virement du client solde le
      * compte d'attente ou l'encaissement a ete porte.
      ******************************************************************
       Journaliser-Primes.
           MOVE 'N' TO w-FinFichier.
                   COMPUTE w-MontantHT =
                       FDQ-MontantDu - w-MontantTaxe
                   ADD 1 TO w-NumeroPiece
                   IF Reglement-HorsSEPA
                       MOVE w-CptAttente TO LJ-Compte
                   ELSE
                       MOVE w-CptBanque TO LJ-Compte
                   END-IF
                   MOVE 'D' TO LJ-Sens
                   MOVE FDQ-MontantDu TO w-MontantLigne
                   STRING 'Prime contrat ' FDQ-CodeContrat
               END-IF
           END-IF.

      ******************************************************************
      * Cheques et virements clients: recus aujourd'hui, debit banque
      * credit compte d'attente pour tout le montant; rembourses
      * aujourd'hui, l'ecriture inverse pour la part rendue. Les
      * affectations aux quittances soldent ensuite l'attente via
      * les primes ci-dessus.
      ******************************************************************
       Journaliser-Encaissements.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDE-NumEncaissement.
           START EncaissementF
               KEY IS NOT LESS THAN FDE-NumEncaissement
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Journaliser-UnEncaissement UNTIL FinFichier.

       Journaliser-UnEncaissement.
           READ EncaissementF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDE-DateReception = w-DateDuJour
                   ADD 1 TO w-NumeroPiece
                   MOVE w-CptBanque TO LJ-Compte
                   MOVE 'D' TO LJ-Sens
                   MOVE FDE-Montant TO w-MontantLigne
                   STRING 'Encaissement ' FDE-NumEncaissement
                       ' ' FDE-RefPaiement
                       DELIMITED BY SIZE INTO LJ-Libelle
                   perform Ecrire-LigneJournal
                   MOVE w-CptAttente TO LJ-Compte
                   MOVE 'C' TO LJ-Sens
                   perform Ecrire-LigneJournal
               END-IF
               IF FDE-DateRemboursement = w-DateDuJour
                   AND FDE-MontantRembourse NOT = zero
                   ADD 1 TO w-NumeroPiece
                   MOVE w-CptAttente TO LJ-Compte
                   MOVE 'D' TO LJ-Sens
                   MOVE FDE-MontantRembourse TO w-MontantLigne
                   STRING 'Remboursement ' FDE-NumEncaissement
                       ' ' FDE-RefPaiement
                       DELIMITED BY SIZE INTO LJ-Libelle
                   perform Ecrire-LigneJournal
                   MOVE w-CptBanque TO LJ-Compte
                   MOVE 'C' TO LJ-Sens
                   perform Ecrire-LigneJournal
               END-IF
           END-IF.

      ******************************************************************
      * Deboursements sinistres du jour: debit charge sinistres,
      * credit banque, une ecriture par ligne du registre datee
           IF NOT FinFichier
               IF FDP-DatePaiement = w-DateDuJour
                   ADD 1 TO w-NumeroPiece
                   MOVE 'D' TO LJ-Sens
                   MOVE FDP-MontantPaye TO w-MontantLigne
                   MOVE spaces TO LJ-Libelle
                   IF Paiement-Interets
                       MOVE w-CptInterets TO LJ-Compte
                       STRING 'Interets retard sinistre '
                           FDP-CodeSinistre
                           DELIMITED BY SIZE INTO LJ-Libelle
                   ELSE
                       MOVE w-CptSinistres TO LJ-Compte
                       STRING 'Reglement sinistre ' FDP-CodeSinistre
                           DELIMITED BY SIZE INTO LJ-Libelle
                   END-IF
                   perform Ecrire-LigneJournal
                   MOVE w-CptBanque TO LJ-Compte
                   MOVE 'C' TO LJ-Sens
               END-IF
           END-IF.

      ******************************************************************
      * Indus ouverts aujourd'hui: debit creance sur le client,
      * credit charge sinistres - le trop-verse sort de la charge.
      ******************************************************************
       Journaliser-Indus.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDIN-CleIndu.
           START IndusF KEY IS NOT LESS THAN FDIN-CleIndu
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Journaliser-UnIndu UNTIL FinFichier.

       Journaliser-UnIndu.
           READ IndusF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDIN-DateOuverture = w-DateDuJour
                   ADD 1 TO w-NumeroPiece
                   MOVE w-CptIndus TO LJ-Compte
                   MOVE 'D' TO LJ-Sens
                   MOVE FDIN-MontantInitial TO w-MontantLigne
                   MOVE spaces TO LJ-Libelle
                   STRING 'Indu sinistre ' FDIN-CodeSinistre
                       ' client ' FDIN-CodeClient
                       DELIMITED BY SIZE INTO LJ-Libelle
                   perform Ecrire-LigneJournal
                   MOVE w-CptSinistres TO LJ-Compte
                   MOVE 'C' TO LJ-Sens
                   perform Ecrire-LigneJournal
               END-IF
           END-IF.

      ******************************************************************
      * Mouvements du jour sur les indus: retenue sur un paiement ou
      * virement du client, debit banque (la retenue reduit d'autant
      * le virement credite en banque par le reglement); abandon,
      * debit pertes sur creances. Credit de la creance dans les deux
      * cas.
      ******************************************************************
       Journaliser-MvtIndus.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDMI-CleMouvement.
           START MvtIndusF KEY IS NOT LESS THAN FDMI-CleMouvement
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Journaliser-UnMvtIndu UNTIL FinFichier.

       Journaliser-UnMvtIndu.
           READ MvtIndusF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDMI-DateMouvement = w-DateDuJour
                   ADD 1 TO w-NumeroPiece
                   MOVE 'D' TO LJ-Sens
                   MOVE FDMI-Montant TO w-MontantLigne
                   MOVE spaces TO LJ-Libelle
                   IF Mouvement-Perte
                       MOVE w-CptPertes TO LJ-Compte
                       STRING 'Abandon indu ' FDMI-CodeSinistre
                           DELIMITED BY SIZE INTO LJ-Libelle
                   ELSE
                       MOVE w-CptBanque TO LJ-Compte
                       STRING 'Recouvrement indu ' FDMI-CodeSinistre
                           ' ' FDMI-Reference
                           DELIMITED BY SIZE INTO LJ-Libelle
                   END-IF
                   perform Ecrire-LigneJournal
                   MOVE w-CptIndus TO LJ-Compte
                   MOVE 'C' TO LJ-Sens
                   perform Ecrire-LigneJournal
               END-IF
           END-IF.

      ******************************************************************
      * Mouvement des provisions: des que la valorisation du mois
      * courant est au fichier RESMOIS et pas encore postee, la
               perform Ecrire-LigneJournal
           END-IF.

      ******************************************************************
      * Provision IBNR: chaque estimation trimestrielle d'IBNR.DAT
      * posterieure a la derniere postee passe son mouvement contre
      * l'estimation precedente - dotation si l'IBNR monte, reprise
      * sinon - une fois par periode, memorisee au fichier de
      * controle avec celle des provisions dossier par dossier.
      ******************************************************************
       Journaliser-Ibnr.
           MOVE w-DernierePeriodeIbnr TO w-PeriodeIbnrMax.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDIB-CleIbnr.
           START IbnrF KEY IS NOT LESS THAN FDIB-CleIbnr
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Journaliser-UnIbnr UNTIL FinFichier.
           MOVE w-PeriodeIbnrMax TO w-DernierePeriodeIbnr.

       Journaliser-UnIbnr.
           READ IbnrF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDIB-Periode > w-DernierePeriodeIbnr
                   IF FDIB-Mouvement NOT = zero
                       perform Ecrire-MouvementIbnr
                   END-IF
                   IF FDIB-Periode > w-PeriodeIbnrMax
                       MOVE FDIB-Periode TO w-PeriodeIbnrMax
                   END-IF
               END-IF
           END-IF.

       Ecrire-MouvementIbnr.
           ADD 1 TO w-NumeroPiece.
           IF FDIB-Mouvement > zero
               MOVE w-CptDotation TO LJ-Compte
               MOVE 'D' TO LJ-Sens
               MOVE FDIB-Mouvement TO w-MontantLigne
               MOVE spaces TO LJ-Libelle
               STRING 'Dotation IBNR ' FDIB-TypeSinistre
                   ' ' FDIB-Periode
                   DELIMITED BY SIZE INTO LJ-Libelle
               perform Ecrire-LigneJournal
               MOVE w-CptIbnr TO LJ-Compte
               MOVE 'C' TO LJ-Sens
               perform Ecrire-LigneJournal
           ELSE
               MOVE w-CptIbnr TO LJ-Compte
               MOVE 'D' TO LJ-Sens
               COMPUTE w-MontantLigne = zero - FDIB-Mouvement
               MOVE spaces TO LJ-Libelle
               STRING 'Reprise IBNR ' FDIB-TypeSinistre
                   ' ' FDIB-Periode
                   DELIMITED BY SIZE INTO LJ-Libelle
               perform Ecrire-LigneJournal
               MOVE w-CptDotation TO LJ-Compte
               MOVE 'C' TO LJ-Sens
               perform Ecrire-LigneJournal
           END-IF.

      ******************************************************************
      * Provision pour primes non acquises: chaque snapshot mensuel
      * de PPNCMOIS.DAT posterieur au dernier poste passe son
      * mouvement contre la cloture precedente - la hausse de la
      * provision diminue les primes acquises, la baisse les
      * augmente - une fois par periode, memorisee au fichier de
      * controle.
      ******************************************************************
       Journaliser-Ppnc.
           MOVE w-DernierePeriodePpnc TO w-PeriodePpncMax.
           MOVE 'N' TO w-FinFichier.
           MOVE LOW-VALUES TO FDPN-ClePpnc.
           START PpncMoisF KEY IS NOT LESS THAN FDPN-ClePpnc
               INVALID KEY MOVE 'O' TO w-FinFichier
           END-START.
           PERFORM Journaliser-UnePpnc UNTIL FinFichier.
           MOVE w-PeriodePpncMax TO w-DernierePeriodePpnc.

       Journaliser-UnePpnc.
           READ PpncMoisF NEXT RECORD
               AT END MOVE 'O' TO w-FinFichier
           END-READ.
           IF NOT FinFichier
               IF FDPN-Periode > w-DernierePeriodePpnc
                   IF FDPN-Mouvement NOT = zero
                       perform Ecrire-MouvementPpnc
                   END-IF
                   IF FDPN-Periode > w-PeriodePpncMax
                       MOVE FDPN-Periode TO w-PeriodePpncMax
                   END-IF
               END-IF
           END-IF.

       Ecrire-MouvementPpnc.
           ADD 1 TO w-NumeroPiece.
           IF FDPN-Mouvement > zero
               MOVE w-CptVariationPpnc TO LJ-Compte
               MOVE 'D' TO LJ-Sens
               MOVE FDPN-Mouvement TO w-MontantLigne
               MOVE spaces TO LJ-Libelle
               STRING 'Dotation PPNC ' FDPN-Garantie
                   ' ' FDPN-Periode
                   DELIMITED BY SIZE INTO LJ-Libelle
               perform Ecrire-LigneJournal
               MOVE w-CptPpnc TO LJ-Compte
               MOVE 'C' TO LJ-Sens
               perform Ecrire-LigneJournal
           ELSE
               MOVE w-CptPpnc TO LJ-Compte
               MOVE 'D' TO LJ-Sens
               COMPUTE w-MontantLigne = zero - FDPN-Mouvement
               MOVE spaces TO LJ-Libelle
               STRING 'Reprise PPNC ' FDPN-Garantie
                   ' ' FDPN-Periode
                   DELIMITED BY SIZE INTO LJ-Libelle
               perform Ecrire-LigneJournal
               MOVE w-CptVariationPpnc TO LJ-Compte
               MOVE 'C' TO LJ-Sens
               perform Ecrire-LigneJournal
           END-IF.

       Ecrire-LigneJournal.
           MOVE w-DateDuJour TO LJ-Date.
           MOVE w-NumeroPiece TO LJ-Piece.
           MOVE w-MontantLigne TO LJ-Montant.
           MOVE w-LigneJournal TO Jrn-Ligne.
           WRITE Jrn-Ligne.
           MOVE w-MontantLigne TO w-FX-Montant.
           perform Flux-CompterLigne.
           ADD 1 TO w-NbEcritures.
           perform Cumuler-Compte.

               WRITE Ctl-Ligne
           END-IF.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM ExportJournalCompta.
