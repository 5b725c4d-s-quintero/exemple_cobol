      ******************************************************************
      * Interface control paragraphs, COPY'd into the PROCEDURE
      * DIVISION of every program that writes or loads an interface
      * file. The file's FD carries FDFLUX.cpy after its own record;
      * WSFLUX, WSCTLFX and WSRUNCT are in WORKING-STORAGE.
      * Writing: Flux-EcrireEntete right after the OPEN OUTPUT (it
      * takes the next sequence number of the type), Flux-
      * CompterLigne after each detail WRITE with its amount in
      * w-FX-Montant, Flux-EcrirePied before the CLOSE.
      * Loading: a first pass over the whole file, Flux-Examiner
      * after each READ (adding the amount of a detail line to
      * w-FX-Total), then Flux-Conclure, which checks header,
      * trailer, count, hash total and sequence, and logs the
      * result to the run-control file. Only a file left FX-Accepte
      * may be loaded, on a second pass that skips the header and
      * the trailer; Flux-Accepter then records its sequence. A
      * rejected file ends the job through Flux-Abandonner.
      ******************************************************************
       Flux-Initialiser.
           MOVE zero TO w-FX-Sequence.
           MOVE zero TO w-FX-DateCreation.
           MOVE zero TO w-FX-NbLignes.
           MOVE zero TO w-FX-NbDetails.
           MOVE zero TO w-FX-Total.
           MOVE zero TO w-FX-PiedNb.
           MOVE zero TO w-FX-PiedTotal.
           MOVE 'N' TO w-FX-PiedLu.
           MOVE '00' TO w-FX-Statut.
           MOVE 'ACCEPTE' TO w-FX-Motif.
           MOVE zero TO w-CF-DernierNumero.
           ACCEPT w-FX-DateDuJour FROM DATE YYYYMMDD.

       Flux-EcrireEntete.
           perform Flux-Initialiser.
           MOVE 'N' TO w-CF-Fonction.
           MOVE w-FX-TypeFichier TO w-CF-TypeFichier.
           CALL 'ControleFlux' USING ControleFluxParm.
           MOVE w-CF-Sequence TO w-FX-Sequence.
           MOVE spaces TO FDFX-Entete.
           MOVE 'HDR' TO FDFX-E-Code.
           MOVE w-FX-TypeFichier TO FDFX-E-TypeFichier.
           MOVE w-FX-DateDuJour TO FDFX-E-DateCreation.
           MOVE w-FX-Sequence TO FDFX-E-Sequence.
           WRITE FDFX-Entete.

       Flux-CompterLigne.
           ADD 1 TO w-FX-NbDetails.
           ADD w-FX-Montant TO w-FX-Total.

       Flux-EcrirePied.
           MOVE spaces TO FDFX-Pied.
           MOVE 'TRL' TO FDFX-P-Code.
           MOVE w-FX-TypeFichier TO FDFX-P-TypeFichier.
           MOVE w-FX-NbDetails TO FDFX-P-NbEnreg.
           MOVE w-FX-Total TO FDFX-P-Total.
           WRITE FDFX-Pied.
           DISPLAY 'Fichier ' w-FX-TypeFichier ' sequence '
               w-FX-Sequence ': ' w-FX-NbDetails
               ' enregistrement(s), total ' w-FX-Total.

      ******************************************************************
      * Premier passage: la premiere ligne doit etre l'en-tete du
      * bon type, la derniere le pied; rien ne suit le pied.
      ******************************************************************
       Flux-Examiner.
           ADD 1 TO w-FX-NbLignes.
           MOVE 'D' TO w-FX-TypeLigne.
           IF w-FX-NbLignes = 1
               MOVE 'E' TO w-FX-TypeLigne
               IF FDFX-EstEntete
                   AND FDFX-E-TypeFichier = w-FX-TypeFichier
                   AND FDFX-E-Sequence IS NUMERIC
                   AND FDFX-E-DateCreation IS NUMERIC
                   MOVE FDFX-E-Sequence TO w-FX-Sequence
                   MOVE FDFX-E-DateCreation TO w-FX-DateCreation
               ELSE
                   IF FX-Accepte
                       MOVE '01' TO w-FX-Statut
                   END-IF
               END-IF
           ELSE
               IF FX-PiedLu OR FDFX-EstEntete
                   MOVE 'P' TO w-FX-TypeLigne
                   IF FX-Accepte
                       MOVE '07' TO w-FX-Statut
                   END-IF
               ELSE
                   IF FDFX-EstPied
                       MOVE 'P' TO w-FX-TypeLigne
                       MOVE 'O' TO w-FX-PiedLu
                       IF FDFX-P-NbEnreg IS NUMERIC
                           AND FDFX-P-Total IS NUMERIC
                           AND FDFX-P-TypeFichier = w-FX-TypeFichier
                           MOVE FDFX-P-NbEnreg TO w-FX-PiedNb
                           MOVE FDFX-P-Total TO w-FX-PiedTotal
                       ELSE
                           IF FX-Accepte
                               MOVE '02' TO w-FX-Statut
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO w-FX-NbDetails
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Fin du premier passage: le pied doit annoncer le nombre de
      * details et le total lus, et la sequence suivre la derniere
      * chargee. Le resultat part au fichier run-control.
      ******************************************************************
       Flux-Conclure.
           IF FX-Accepte
               IF w-FX-NbLignes = zero
                   MOVE '01' TO w-FX-Statut
               ELSE
                   IF NOT FX-PiedLu
                       MOVE '02' TO w-FX-Statut
                   ELSE
                       IF w-FX-PiedNb NOT = w-FX-NbDetails
                           MOVE '03' TO w-FX-Statut
                       ELSE
                           IF w-FX-PiedTotal NOT = w-FX-Total
                               MOVE '04' TO w-FX-Statut
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF FX-Accepte
               MOVE 'V' TO w-CF-Fonction
               MOVE w-FX-TypeFichier TO w-CF-TypeFichier
               MOVE w-FX-Sequence TO w-CF-Sequence
               CALL 'ControleFlux' USING ControleFluxParm
               IF CF-Doublon
                   MOVE '05' TO w-FX-Statut
               END-IF
               IF CF-Trou
                   MOVE '06' TO w-FX-Statut
               END-IF
           END-IF.
           EVALUATE w-FX-Statut
               WHEN '00' MOVE 'ACCEPTE'              TO w-FX-Motif
               WHEN '01' MOVE 'REJET EN-TETE'        TO w-FX-Motif
               WHEN '02' MOVE 'REJET PIED'           TO w-FX-Motif
               WHEN '03' MOVE 'REJET NOMBRE'         TO w-FX-Motif
               WHEN '04' MOVE 'REJET TOTAL'          TO w-FX-Motif
               WHEN '05' MOVE 'REJET SEQ DOUBLON'    TO w-FX-Motif
               WHEN '06' MOVE 'REJET SEQ MANQUANTE'  TO w-FX-Motif
               WHEN OTHER MOVE 'REJET APRES PIED'    TO w-FX-Motif
           END-EVALUATE.

           MOVE 'V' TO w-RC-Action.
           MOVE spaces TO w-RC-Compteurs.
           STRING w-FX-TypeFichier ' seq=' w-FX-Sequence
               ' nb=' w-FX-NbDetails ' ' w-FX-Motif
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.

           IF FX-Accepte
               DISPLAY 'Fichier ' w-FX-TypeFichier ' sequence '
                   w-FX-Sequence ' controle: ' w-FX-NbDetails
                   ' enregistrement(s), total ' w-FX-Total
           ELSE
               DISPLAY 'Fichier ' w-FX-TypeFichier ' sequence '
                   w-FX-Sequence ' ' w-FX-Motif ' - lu '
                   w-FX-NbDetails '/' w-FX-Total ', annonce '
                   w-FX-PiedNb '/' w-FX-PiedTotal
                   ', dernier charge ' w-CF-DernierNumero
               DISPLAY 'Fichier rejete en entier, rien n''est mis '
                   'a jour.'
           END-IF.

       Flux-Accepter.
           MOVE 'A' TO w-CF-Fonction.
           MOVE w-FX-TypeFichier TO w-CF-TypeFichier.
           MOVE w-FX-Sequence TO w-CF-Sequence.
           CALL 'ControleFlux' USING ControleFluxParm.

      * Fichier rejete: le job se termine proprement sans rien
      * charger, code retour 8.
       Flux-Abandonner.
           MOVE 'F' TO w-RC-Action.
           MOVE spaces TO w-RC-Compteurs.
           STRING 'fichier ' w-FX-TypeFichier ' non charge: '
               w-FX-Motif DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
