      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-off sweep of every account on the vuecompte
      *          view through ControleIBAN, ahead of the bank's SEPA
      *          channel requiring IBAN and BIC on every line. Each
      *          account whose IBAN cannot be formed from its RIB
      *          (incomplete RIB, wrong cle RIB) goes onto the report
      *          with the reason, so the bank details can be put
      *          right before the payment exports start rejecting
      *          them. Accounts whose IBAN is good but whose bank
      *          has no BIC on the reference file are listed too,
      *          with their IBAN and counted apart, as those are put
      *          right on the bank reference, not on the view.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleComptesIBAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RapportIBAN ASSIGN TO "RAPIBAN.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RapportIBAN.
       01  Rap-Ligne                   pic x(130).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCNXGP.
           COPY WSIBAN.

      *Variables hote pour le parcours de toute la vue vuecompte.
       01  NomCompte                   pic x(20).
       01  PrenomNom                   pic x(40).
       01  codebanque                  pic x(5).
       01  codeguichet                 pic x(5).
       01  racinecompte                pic x(11).
       01  clerib                      pic x(2).

       01  w-FinComptes                pic x value 'N'.
           88  FinComptes              value 'O'.

       01  w-LigneCompte.
           05  LC-PrenomNom            pic x(40).
           05  filler                  pic x.
           05  LC-CodeBanque           pic x(5).
           05  filler                  pic x.
           05  LC-CodeGuichet          pic x(5).
           05  filler                  pic x.
           05  LC-RacineCompte         pic x(11).
           05  filler                  pic x.
           05  LC-CleRIB               pic x(2).
           05  filler                  pic x.
           05  LC-Motif                pic x(20).
           05  filler                  pic x.
           05  LC-IBAN                 pic x(34).

       01  w-NbComptes                 pic 9(7) value zero.
       01  w-NbIBANImpossibles         pic 9(7) value zero.
       01  w-NbBICInconnus             pic 9(7) value zero.

       PROCEDURE DIVISION.

      ************Connexion à la base de donnée**************
           COPY CNXGUEPE.

       MAIN-PROCEDURE.
           MOVE 'CONTROLEIBAN' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           OPEN OUTPUT RapportIBAN.
           MOVE 'Comptes de la vuecompte sans IBAN/BIC utilisable'
               TO Rap-Ligne.
           WRITE Rap-Ligne.
           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.

           perform DeclarerCurseurComptes.
           exec sql
               open C-TousComptes
           end-exec.
           IF SQLCODE NOT = 0
               DISPLAY 'Echec OPEN C-TousComptes, SQLCODE=' SQLCODE
               MOVE 'O' TO w-FinComptes
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM Controler-UnCompte UNTIL FinComptes.
           exec sql
               close C-TousComptes
           end-exec.

           MOVE spaces TO Rap-Ligne.
           WRITE Rap-Ligne.
           STRING 'Comptes lus: ' w-NbComptes
               '  IBAN impossibles: ' w-NbIBANImpossibles
               '  BIC inconnus: ' w-NbBICInconnus
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.
           CLOSE RapportIBAN.

           DISPLAY 'Controle des IBAN de la vuecompte termine.'.
           DISPLAY '  Comptes lus       : ' w-NbComptes.
           DISPLAY '  IBAN impossibles  : ' w-NbIBANImpossibles.
           DISPLAY '  BIC inconnus      : ' w-NbBICInconnus.

           COPY DCNXGUEP.

           MOVE 'F' TO w-RC-Action.
           STRING 'comptes=' w-NbComptes ' ibanko=' w-NbIBANImpossibles
               ' bicko=' w-NbBICInconnus
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

       DeclarerCurseurComptes.
           exec sql
               declare C-TousComptes cursor for
               select Nom, PrenomNom, CodeBanque, CodeGuichet,
                   RacineCompte, CleRIB
               from vuecompte
               order by Nom, CodeBanque
           end-exec.

       Controler-UnCompte.
           exec sql
               fetch C-TousComptes into :NomCompte, :PrenomNom,
                   :codebanque, :codeguichet, :racinecompte, :clerib
           end-exec.
           IF SQLCODE NOT = 0
               MOVE 'O' TO w-FinComptes
           ELSE
               ADD 1 TO w-NbComptes
               MOVE 'D' TO w-IB-Fonction
               MOVE codebanque TO w-IB-CodeBanque
               MOVE codeguichet TO w-IB-CodeGuichet
               MOVE racinecompte TO w-IB-RacineCompte
               MOVE clerib TO w-IB-CleRIB
               CALL 'ControleIBAN' USING ControleIBANParm
               IF NOT IB-Accepte
                   IF IB-BICInconnu
                       ADD 1 TO w-NbBICInconnus
                   ELSE
                       ADD 1 TO w-NbIBANImpossibles
                   END-IF
                   perform Imprimer-Compte
               END-IF
           END-IF.

      * Les BIC inconnus sortent avec l'IBAN forme, les autres sans.
       Imprimer-Compte.
           MOVE spaces TO w-LigneCompte.
           MOVE PrenomNom     TO LC-PrenomNom.
           MOVE codebanque    TO LC-CodeBanque.
           MOVE codeguichet   TO LC-CodeGuichet.
           MOVE racinecompte  TO LC-RacineCompte.
           MOVE clerib        TO LC-CleRIB.
           MOVE w-IB-Motif    TO LC-Motif.
           MOVE w-IB-IBAN     TO LC-IBAN.
           MOVE w-LigneCompte TO Rap-Ligne.
           WRITE Rap-Ligne.

      * END PROGRAM ControleComptesIBAN.
