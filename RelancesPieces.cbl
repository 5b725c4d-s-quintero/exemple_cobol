      *          missing on open claims. Walks the pieces file for
      *          every piece with no reception date whose last
      *          request (or last chaser) is older than the chase
      *          delay (15 business days by default, JoursOuvres
      *          calendar), prints a letter with the client's name and
      *          address from the claim and client masters, and
      *          stamps the chaser on the piece so the same letter
      *          never goes out twice in a cycle - the dunning shape
      *          RelancesImpayes already uses for premiums. No
      *          chaser goes to a client flagged NPAI (returned
      *          mail); the piece stays due and is chased on the
      *          first run after the address is put right. Every
      *          chaser printed is recorded on the correspondence
      *          register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSJOUVR.
           COPY WSPJFS.
           COPY WSSINFS.
           COPY WSCLIFS.
           COPY WSBENEF.
           COPY WSLETTRE.
           COPY WSREGCR.

       01  w-IdxLettre                 pic 9(2).

           88  ClientTrouve            value 'O'.

      * Delai (en jours) avant relance d'une piece demandee ou deja
      * relancee, et sa regle de decompte (O jours ouvres, C jours
      * calendaires).
       01  w-DelaiRelanceJours         pic 9(3) value 15.
       01  w-RegleRelance              pic x value 'O'.

       01  w-DateReference             pic 9(8).
       01  w-JoursEcoules              pic s9(8).

       01  w-NbManquantes              pic 9(7) value zero.
       01  w-NbRelances                pic 9(7) value zero.
       01  w-NbRetenuesNPAI            pic 9(7) value zero.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'RELANCESPIECES' TO w-RC-Programme.
           MOVE 'RELANCESPIECES' TO w-RG-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           DISPLAY 'Relances des pieces terminees.'.
           DISPLAY '  Pieces manquantes : ' w-NbManquantes.
           DISPLAY '  Relances emises   : ' w-NbRelances.
           DISPLAY '  Retenues (NPAI)   : ' w-NbRetenuesNPAI.

           MOVE 'F' TO w-RC-Action.
           STRING 'manquantes=' w-NbManquantes
      ******************************************************************
      * Une piece se relance quand sa derniere demande (la demande
      * initiale, ou la derniere relance) date de plus de
      * w-DelaiRelanceJours, comptes selon w-RegleRelance par la
      * routine des jours ouvres. Un sinistre deja regle ne se relance
      * plus: le dossier est clos, la piece ne viendra pas.
      ******************************************************************
       Traiter-PieceManquante.
                   MOVE FDPJ-DateDemande TO w-DateReference
               END-IF
           END-IF.
           MOVE 'E' TO w-JO-Fonction.
           MOVE w-RegleRelance TO w-JO-Regle.
           MOVE w-DateReference TO w-JO-Date.
           MOVE w-DateDuJour TO w-JO-DateFin.
           CALL 'JoursOuvres' USING JoursOuvresParm.
           IF JO-Accepte
               MOVE w-JO-NbJours TO w-JoursEcoules
           ELSE
               MOVE zero TO w-JoursEcoules
           END-IF.
           IF w-JoursEcoules >= w-DelaiRelanceJours
               perform Rechercher-Dossier
               IF SinistreTrouve AND ClientTrouve
                   AND (FD-DateResolution = spaces
                       OR FD-DateResolution = low-values)
                   IF Beneficiaire-NPAI
                       ADD 1 TO w-NbRetenuesNPAI
                   ELSE
                       perform Emettre-Relance
                   END-IF
               END-IF
           END-IF.

      * dans MODLETTR.DAT) via EditionLettre.
      ******************************************************************
       Emettre-Relance.
           MOVE 'RELPIECE' TO w-LT-CodeLettre.
           MOVE FD-CodeClient            TO w-RG-CodeClient.
           MOVE FDPJ-CodeSinistre        TO w-RG-Reference.
           MOVE w-LT-CodeLettre          TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Let-Ligne.
           WRITE Let-Ligne.
           STRING '=== Relance du ' w-DateDuJour
               ' - sinistre ' FDPJ-CodeSinistre ' ==='
               DELIMITED BY SIZE INTO Let-Ligne.
           MOVE Let-Ligne TO w-RG-Ligne.
           WRITE Let-Ligne.
           perform Courrier-Ligne.
           MOVE w-Nom OF Beneficiaire    TO w-LT-Nom.
           MOVE w-Prenom OF Beneficiaire TO w-LT-Prenom.
           MOVE w-Adresse OF Beneficiaire TO w-LT-Adresse.
           PERFORM VARYING w-IdxLettre FROM 1 BY 1
               UNTIL w-IdxLettre > w-LT-NbLignes
               MOVE w-LT-Ligne (w-IdxLettre) TO Let-Ligne
               MOVE Let-Ligne TO w-RG-Ligne
               WRITE Let-Ligne
               perform Courrier-Ligne
           END-PERFORM.

           ADD 1 TO FDPJ-NbRelances.
           END-REWRITE.
           ADD 1 TO w-NbRelances.

      ************Registre du courrier********************************
           COPY COURRIER.

      * END PROGRAM RelancesPieces.
