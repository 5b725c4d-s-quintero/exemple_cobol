      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared IBAN/BIC routine for every payment export,
      *          CALLed with the parameter block of WSIBAN.cpy. Builds
      *          the French IBAN from the RIB pieces of the vuecompte
      *          view (cle RIB checked first, IBAN check digits by
      *          the mod-97 rule), or checks an IBAN already held,
      *          and looks the BIC up on the bank reference file
      *          BANQUES.DAT by the bank code. A line the bank's
      *          SEPA channel would refuse - bad RIB, bad IBAN, bank
      *          with no known BIC - comes back with a non-zero
      *          return code and the reason, for the caller's reject
      *          list. The reference file is opened on the first
      *          call of the run; without it no BIC can be given.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleIBAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELBANQ.

       DATA DIVISION.
       FILE SECTION.
           COPY FDBANQ.

       WORKING-STORAGE SECTION.
           COPY WSBQFS.

       01  w-ReferentielOuvert         pic x value 'N'.
           88  ReferentielOuvert       value 'O'.
       01  w-ReferentielDispo          pic x value 'N'.
           88  ReferentielDispo        value 'O'.

      * Substitution des lettres: chiffre de la cle RIB (meme table
      * que la reconciliation des cles RIB) et rang dans l'alphabet,
      * qui donne la valeur 10 a 35 de la lettre dans l'IBAN.
       01  w-TableLettres              pic x(26)
           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  w-TableChiffres             pic x(26)
           value "12345678912345678923456789".

       01  w-Caractere                 pic x.
       01  w-Chiffre                   pic 9.
       01  w-Idx                       pic 99.
       01  w-IdxLettre                 pic 99.
       01  w-CaractereOK               pic x.
           88  CaractereOK             value 'O'.

       01  w-NumBanque                 pic 9(5).
       01  w-NumGuichet                pic 9(5).
       01  w-NumCle                    pic 9(2).
       01  w-RacineConvertie           pic 9(11).
       01  w-CleCalculee               pic 9(2).

      * Chaine soumise au mod-97: BBAN puis code pays et cle.
       01  w-Chaine                    pic x(40).
       01  w-LgChaine                  pic 99.
       01  w-LgIBAN                    pic 99.
       01  w-Cumul                     pic 9(5).
       01  w-Reste                     pic 9(2).
       01  w-CleIBAN                   pic 9(2).

       LINKAGE SECTION.
           COPY WSIBAN.

       PROCEDURE DIVISION USING ControleIBANParm.

       MAIN-PROCEDURE.
           IF NOT ReferentielOuvert
               OPEN INPUT BanqueF
               IF BanqueF-OK
                   MOVE 'O' TO w-ReferentielDispo
               ELSE
                   DISPLAY 'Referentiel des banques absent (statut '
                       w-BanqueF-Status '): aucun BIC ne peut etre '
                       'donne.'
               END-IF
               MOVE 'O' TO w-ReferentielOuvert
           END-IF.

           MOVE '00' TO w-IB-Retour.
           MOVE spaces TO w-IB-BIC.
           EVALUATE w-IB-Fonction
               WHEN 'D'
                   perform IBAN-Deriver
               WHEN 'V'
                   perform IBAN-Valider
               WHEN OTHER
                   MOVE '16' TO w-IB-Retour
           END-EVALUATE.
           IF IB-Accepte
               perform BIC-Rechercher
           END-IF.

           EVALUATE w-IB-Retour
               WHEN '00' MOVE 'IBAN et BIC valides' TO w-IB-Motif
               WHEN '20' MOVE 'RIB incomplet'       TO w-IB-Motif
               WHEN '21' MOVE 'cle RIB erronee'     TO w-IB-Motif
               WHEN '22' MOVE 'IBAN invalide'       TO w-IB-Motif
               WHEN '30' MOVE 'BIC inconnu'         TO w-IB-Motif
               WHEN OTHER MOVE 'fonction inconnue'  TO w-IB-Motif
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * IBAN a partir du RIB. La cle RIB est verifiee d'abord:
      *   cle = 97 - ((89 x banque + 15 x guichet + 3 x compte) mod 97)
      * puis la cle IBAN = 98 - (BBAN + "FR00" mod 97), les lettres
      * du compte valant 10 a 35.
      ******************************************************************
       IBAN-Deriver.
           MOVE spaces TO w-IB-IBAN.
           IF w-IB-CodeBanque NOT NUMERIC
               OR w-IB-CodeGuichet NOT NUMERIC
               OR w-IB-CleRIB NOT NUMERIC
               OR w-IB-RacineCompte = spaces
               MOVE '20' TO w-IB-Retour
           ELSE
               MOVE 'O' TO w-CaractereOK
               PERFORM Racine-Convertir
                   VARYING w-Idx FROM 1 BY 1
                   UNTIL w-Idx > 11 OR NOT CaractereOK
               IF NOT CaractereOK
                   MOVE '20' TO w-IB-Retour
               ELSE
                   MOVE w-IB-CodeBanque TO w-NumBanque
                   MOVE w-IB-CodeGuichet TO w-NumGuichet
                   MOVE w-IB-CleRIB TO w-NumCle
                   COMPUTE w-CleCalculee = 97 -
                       FUNCTION MOD((89 * w-NumBanque)
                           + (15 * w-NumGuichet)
                           + (3 * w-RacineConvertie), 97)
                   IF w-CleCalculee NOT = w-NumCle
                       MOVE '21' TO w-IB-Retour
                   ELSE
                       MOVE spaces TO w-Chaine
                       STRING w-IB-CodeBanque w-IB-CodeGuichet
                           w-IB-RacineCompte w-IB-CleRIB 'FR00'
                           DELIMITED BY SIZE INTO w-Chaine
                       MOVE 27 TO w-LgChaine
                       perform Modulo-Calculer
                       COMPUTE w-CleIBAN = 98 - w-Reste
                       STRING 'FR' w-CleIBAN w-IB-CodeBanque
                           w-IB-CodeGuichet w-IB-RacineCompte
                           w-IB-CleRIB
                           DELIMITED BY SIZE INTO w-IB-IBAN
                   END-IF
               END-IF
           END-IF.

       Racine-Convertir.
           MOVE w-IB-RacineCompte (w-Idx:1) TO w-Caractere.
           IF w-Caractere IS NUMERIC
               MOVE w-Caractere TO w-RacineConvertie (w-Idx:1)
           ELSE
               perform Lettre-Rechercher
               IF w-IdxLettre > 26
                   MOVE 'N' TO w-CaractereOK
               ELSE
                   MOVE w-TableChiffres (w-IdxLettre:1)
                       TO w-RacineConvertie (w-Idx:1)
               END-IF
           END-IF.

      * Rang de w-Caractere dans l'alphabet, 27 si ce n'est pas une
      * lettre majuscule.
       Lettre-Rechercher.
           MOVE zero TO w-IdxLettre.
           INSPECT w-TableLettres TALLYING w-IdxLettre
               FOR CHARACTERS BEFORE INITIAL w-Caractere.
           ADD 1 TO w-IdxLettre.

      ******************************************************************
      * IBAN deja connu: pays en lettres, cle en chiffres, longueur
      * SEPA (27 pour la France), et le reste mod 97 de l'IBAN, ses
      * quatre premiers caracteres passes a la fin, doit valoir 1.
      ******************************************************************
       IBAN-Valider.
           MOVE zero TO w-LgIBAN.
           INSPECT w-IB-IBAN TALLYING w-LgIBAN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-LgIBAN < 15
               OR w-IB-IBAN (1:2) NOT ALPHABETIC-UPPER
               OR w-IB-IBAN (3:2) NOT NUMERIC
               MOVE '22' TO w-IB-Retour
           ELSE
               IF w-IB-IBAN (1:2) = 'FR' AND w-LgIBAN NOT = 27
                   MOVE '22' TO w-IB-Retour
               ELSE
                   MOVE spaces TO w-Chaine
                   STRING w-IB-IBAN (5:w-LgIBAN - 4) w-IB-IBAN (1:4)
                       DELIMITED BY SIZE INTO w-Chaine
                   MOVE w-LgIBAN TO w-LgChaine
                   perform Modulo-Calculer
                   IF NOT CaractereOK OR w-Reste NOT = 1
                       MOVE '22' TO w-IB-Retour
                   ELSE
                       IF w-IB-IBAN (1:2) = 'FR'
                           MOVE w-IB-IBAN (5:5)  TO w-IB-CodeBanque
                           MOVE w-IB-IBAN (10:5) TO w-IB-CodeGuichet
                           MOVE w-IB-IBAN (15:11) TO w-IB-RacineCompte
                           MOVE w-IB-IBAN (26:2) TO w-IB-CleRIB
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Reste de la division par 97 de w-Chaine lue comme un nombre,
      * chiffre par chiffre, une lettre comptant pour deux chiffres
      * (A = 10 ... Z = 35).
      ******************************************************************
       Modulo-Calculer.
           MOVE zero TO w-Reste.
           MOVE 'O' TO w-CaractereOK.
           PERFORM Modulo-UnCaractere
               VARYING w-Idx FROM 1 BY 1
               UNTIL w-Idx > w-LgChaine OR NOT CaractereOK.

       Modulo-UnCaractere.
           MOVE w-Chaine (w-Idx:1) TO w-Caractere.
           IF w-Caractere IS NUMERIC
               MOVE w-Caractere TO w-Chiffre
               COMPUTE w-Cumul = (w-Reste * 10) + w-Chiffre
           ELSE
               perform Lettre-Rechercher
               IF w-IdxLettre > 26
                   MOVE 'N' TO w-CaractereOK
                   MOVE zero TO w-Cumul
               ELSE
                   COMPUTE w-Cumul = (w-Reste * 100) + w-IdxLettre + 9
               END-IF
           END-IF.
           COMPUTE w-Reste = FUNCTION MOD(w-Cumul, 97).

      ******************************************************************
      * BIC de la banque de l'IBAN. Le referentiel ne connait que les
      * banques francaises.
      ******************************************************************
       BIC-Rechercher.
           IF NOT ReferentielDispo OR w-IB-IBAN (1:2) NOT = 'FR'
               MOVE '30' TO w-IB-Retour
           ELSE
               MOVE w-IB-IBAN (5:5) TO FDBQ-CodeBanque
               READ BanqueF
                   INVALID KEY
                       MOVE '30' TO w-IB-Retour
                   NOT INVALID KEY
                       IF FDBQ-BIC = spaces
                           MOVE '30' TO w-IB-Retour
                       ELSE
                           MOVE FDBQ-BIC TO w-IB-BIC
                       END-IF
               END-READ
           END-IF.

      * END PROGRAM ControleIBAN.
