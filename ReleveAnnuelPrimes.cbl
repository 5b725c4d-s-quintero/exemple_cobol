      *          and address, one line per contract and period, and
      *          the annual total. Statements are sequenced by postal
      *          code like ListeClientsPostal so the mailing goes out
      *          presorted. No statement is printed for a client
      *          flagged NPAI (returned mail). Every statement printed
      *          is recorded on the correspondence register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY WSRUNCT.
           COPY WSQUIFS.
           COPY WSCLIFS.
           COPY WSREGCR.

       01  w-AnneeDemandee             pic x(4).

       01  w-TotalClient               pic 9(9)v99 value zero.
       01  w-NbQuittancesRetenues      pic 9(7) value zero.
       01  w-NbReleves                 pic 9(5) value zero.
       01  w-NbQuittancesNPAI          pic 9(7) value zero.

       01  w-MontantEdite              pic z(6)9.99.
       01  w-TotalEdite                pic z(8)9.99.

       MAIN-PROCEDURE.
           MOVE 'RELEVEANNUEL' TO w-RC-Programme.
           MOVE 'RELEVEANNUEL' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           DISPLAY 'Releves annuels ' w-AnneeDemandee ' emis: '
               w-NbReleves ' (' w-NbQuittancesRetenues
               ' quittances).'.
           DISPLAY '  Quittances retenues (NPAI): ' w-NbQuittancesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'releves=' w-NbReleves
                               FDQ-Periode ': client '
                               FDQ-ref_CodeClient ' introuvable'
                       NOT INVALID KEY
                           IF Client-NPAI
                               ADD 1 TO w-NbQuittancesNPAI
                           ELSE
                               MOVE FD-CodePostal TO SD-CodePostal
                               MOVE FDQ-ref_CodeClient TO SD-CodeClient
                               MOVE FDQ-CodeContrat TO SD-CodeContrat
                               MOVE FDQ-Periode     TO SD-Periode
                               MOVE FDQ-MontantDu   TO SD-Montant
                               MOVE FD-Nom          TO SD-Nom
                               MOVE FD-Prenom       TO SD-Prenom
                               MOVE FD-Adresse      TO SD-Adresse
                               MOVE FD-Ville        TO SD-Ville
                               RELEASE SD-Releve
                               ADD 1 TO w-NbQuittancesRetenues
                           END-IF
                   END-READ
               END-IF
           END-IF.
               '  periode ' SD-Periode
               '  prime ' w-MontantEdite ' EUR'
               DELIMITED BY SIZE INTO Rel-Ligne.
           perform Releve-EcrireLigne.
           ADD SD-Montant TO w-TotalClient.

           RETURN TriReleves
       Imprimer-EnteteClient.
           MOVE SD-CodeClient TO w-ClientRupture.
           MOVE zero TO w-TotalClient.
           MOVE SD-CodeClient TO w-RG-CodeClient.
           MOVE spaces TO w-RG-Reference.
           STRING 'RELEVE ' w-AnneeDemandee
               DELIMITED BY SIZE INTO w-RG-Reference.
           MOVE 'RELEVE' TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Rel-Ligne.
           WRITE Rel-Ligne.
           STRING '=== Releve annuel ' w-AnneeDemandee
               ' - client ' SD-CodeClient ' ==='
               DELIMITED BY SIZE INTO Rel-Ligne.
           perform Releve-EcrireLigne.
           STRING SD-Prenom ' ' SD-Nom
               DELIMITED BY SIZE INTO Rel-Ligne.
           perform Releve-EcrireLigne.
           MOVE SD-Adresse TO Rel-Ligne.
           perform Releve-EcrireLigne.
           STRING SD-CodePostal ' ' SD-Ville
               DELIMITED BY SIZE INTO Rel-Ligne.
           perform Releve-EcrireLigne.
           MOVE spaces TO Rel-Ligne.
           perform Releve-EcrireLigne.
           ADD 1 TO w-NbReleves.

       Imprimer-TotalClient.
           MOVE w-TotalClient TO w-TotalEdite.
           STRING '  Total de l''annee: ' w-TotalEdite ' EUR'
               DELIMITED BY SIZE INTO Rel-Ligne.
           perform Releve-EcrireLigne.

       Releve-EcrireLigne.
           MOVE Rel-Ligne TO w-RG-Ligne.
           WRITE Rel-Ligne.
           perform Courrier-Ligne.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM ReleveAnnuelPrimes.
