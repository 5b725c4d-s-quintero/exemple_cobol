      *          SLA aging, payability in CalculSinistreDC) - until
      *          now nothing ever filled it in. Several claims can be
      *          settled in one sitting; a blank claim code ends the
      *          session. An accepted amount above the operator's
      *          settlement authority for the claim type is recorded
      *          but held: the claim stays open, unpaid, until a
      *          supervisor approves it or sends it back from
      *          ApprobationReglements. On an accepted settlement
      *          the operator sees when the file became complete, the
      *          legal payment deadline and, once it is passed, the
      *          legal interest already due - the transfer export
      *          pays it on its own line with the settlement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELPIECE.
           COPY SELOPER.
           COPY SELTRLOG.
           COPY SELTXLEG.

       DATA DIVISION.
       FILE SECTION.
           COPY FDPIECE.
           COPY FDOPER.
           COPY FDTRLOG.
           COPY FDTXLEG.

       WORKING-STORAGE SECTION.
           COPY WSSINFS.
           COPY WSSINIS.
           COPY WSCHTRT.
           COPY WSTRLOG.
           COPY WSDELEG.
           COPY WSTXLFS.
           COPY WSINTER.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.

       01  w-NbRegles                  pic 9(7) value zero.
       01  w-NbReservesAjustees        pic 9(7) value zero.
       01  w-NbEnAttente               pic 9(7) value zero.

      * Delegation de l'operateur connecte, relue a la connexion.
       01  w-MesLimites.
           05  w-MaLimite              pic 9(7)v99 occurs 6.
       01  w-LimiteType                pic 9(7)v99.

       01  w-MontantSaisi              pic 9(7)v99.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           perform Delegation-Charger.

           OPEN I-O SinisF.
           IF NOT SinisF-OK
                   OPEN INPUT PieceF
               END-IF
           END-IF.
           OPEN INPUT TauxLegalF.
           IF TauxLegalF-OK
               MOVE 'O' TO w-IR-TauxDispo
           END-IF.
           OPEN EXTEND JournalTrt.
           IF w-JournalTrt-Status = '35'
               OPEN OUTPUT JournalTrt

           CLOSE SinisF.
           CLOSE PieceF.
           IF IR-TauxDispo
               CLOSE TauxLegalF
           END-IF.
           CLOSE JournalTrt.

           DISPLAY 'Sinistres regles: ' w-NbRegles
               ', en attente d''approbation: ' w-NbEnAttente
               ', provisions ajustees: ' w-NbReservesAjustees.
           STOP RUN.

                   DISPLAY '  Survenu le ' w-DateSinistre
                       ', declare le ' w-DateDeclaration
                   DISPLAY '  Provision en cours: ' w-MontantReserve
                   IF Reglement-EnAttente
                       DISPLAY '  Reglement de ' w-MontantRegle
                           ' en attente d''approbation (saisi par '
                           w-CodeRegleur ')'
                   END-IF
                   IF Reglement-Renvoye
                       DISPLAY '  Reglement renvoye par '
                           w-CodeApprobateur ' le ' w-DateApprobation
                           ': ' w-MotifRenvoi
                   END-IF
           END-READ.

      ******************************************************************
                   perform Saisir-Decision
               END-IF
           ELSE
               IF Reglement-EnAttente
                   DISPLAY 'ATTENTION: reglement en attente '
                       'd''approbation, la re-saisie le remplace.'
               END-IF
               perform Saisir-Decision
           END-IF.

                   DISPLAY 'Date de retour au travail (JJ/MM/AAAA): '
                   ACCEPT w-DateRetourTravail
               END-IF
               perform Interets-Estimer
           END-IF.
           perform Delegation-Controler.

           MOVE Sinistres TO FD-Sinistre.
           REWRITE FD-Sinistre
                   DISPLAY 'Erreur REWRITE sinistre ' w-CodeSinistre
           END-REWRITE.
           perform Journal-Reglement.
           IF Reglement-EnAttente
               ADD 1 TO w-NbEnAttente
               DISPLAY 'Sinistre ' w-CodeSinistre ' en attente '
                   'd''approbation: ' w-MontantRegle
                   ' depasse votre delegation ' w-TypeSinistre
                   ' de ' w-LimiteType '.'
           ELSE
               ADD 1 TO w-NbRegles
               DISPLAY 'Sinistre ' w-CodeSinistre ' regle.'
           END-IF.

      ******************************************************************
      * Delegation de reglement. Un reglement accepte au-dela de la
      * limite de l'operateur pour le type de sinistre est garde en
      * attente: la date de resolution saisie est mise de cote et
      * le dossier reste ouvert - rien ne part au virement tant
      * qu'un superviseur ne l'a pas valide. Un type absent de la
      * table n'a pas de delegation. Un refus ne se valide pas.
      ******************************************************************
       Delegation-Controler.
           MOVE spaces TO w-Approbation.
           MOVE w-CodeOperateur OF Operateur TO w-CodeRegleur.
           IF w-DecisionReglement = 'A'
               MOVE w-TypeSinistre TO w-DL-TypeCherche
               perform Delegation-Chercher
               IF w-DL-Idx = zero
                   MOVE zero TO w-LimiteType
               ELSE
                   MOVE w-MaLimite (w-DL-Idx) TO w-LimiteType
               END-IF
               IF w-MontantRegle > w-LimiteType
                   MOVE 'E' TO w-StatutApprobation
                   MOVE w-DateResolution TO w-ResolutionProposee
                   MOVE spaces TO w-DateResolution
               END-IF
           END-IF.

       Delegation-Chercher.
           MOVE zero TO w-DL-Idx.
           PERFORM Delegation-Comparer
               VARYING w-DL-Rang FROM 1 BY 1 UNTIL w-DL-Rang > 6.

       Delegation-Comparer.
           IF w-DL-Type (w-DL-Rang) = w-DL-TypeCherche
               MOVE w-DL-Rang TO w-DL-Idx
           END-IF.

      ******************************************************************
      * Delai legal de paiement: compte du jour ou la derniere piece
      * requise est arrivee. S'il est deja depasse, les interets au
      * taux legal courent jusqu'au virement; l'estimation est
      * donnee pour un paiement ce jour.
      ******************************************************************
       Interets-Estimer.
           MOVE w-CodeSinistre OF Sinistres TO w-IR-CodeSinistre.
           MOVE w-MontantRegle TO w-IR-Montant.
           MOVE w-DateDuJour TO w-IR-DatePaiement.
           perform Interets-Calculer.
           IF w-IR-DateComplet > zero
               DISPLAY 'Dossier complet le ' w-IR-DateComplet
                   ', paiement du au plus tard le ' w-IR-DateLimite
               IF w-IR-JoursRetard > zero
                   DISPLAY 'ATTENTION: ' w-IR-JoursRetard
                       ' jour(s) de retard, interets legaux a ce '
                       'jour: ' w-IR-Interets
               END-IF
           END-IF.

      ******************************************************************
      * Les limites de l'operateur connecte: la connexion a referme
      * le fichier des operateurs, on y relit sa fiche.
      ******************************************************************
       Delegation-Charger.
           MOVE zero TO w-MesLimites.
           OPEN INPUT OperateurF.
           IF OperateurF-OK
               MOVE w-CodeOperateur OF Operateur TO FDO-CodeOperateur
               READ OperateurF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FDO-LimitesReglement NUMERIC
                           MOVE FDO-LimitesReglement TO w-MesLimites
                       END-IF
               END-READ
               CLOSE OperateurF
           END-IF.

      ******************************************************************
      * Trace au journal: qui a regle quel sinistre pour quel client
      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      ************Interets de retard sur reglement********************
           COPY INTERETS.

      * END PROGRAM ReglementSinistre.
