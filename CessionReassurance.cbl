      *          re-derived and the increment goes to the bordereau
      *          - so reruns stay safe and reopened files stay
      *          covered.
      *          The file opens with a header record (file type,
      *          creation date, sequence number) and closes with a
      *          trailer carrying the count of every line in between
      *          (title, blank and total lines included) and the total
      *          ceded (only the cession lines carry an amount), so
      *          that the receiving side can check it is complete and
      *          in order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  Bordereau.
       01  Bor-Ligne                   pic x(100).
           COPY FDFLUX.

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSSINFS.
           COPY WSCESFS.

           OPEN INPUT SinisF.
           perform CessionF-Open.
           OPEN OUTPUT Bordereau.
           MOVE 'BORDCESS' TO w-FX-TypeFichier.
           perform Flux-EcrireEntete.

           MOVE spaces TO Bor-Ligne.
           STRING 'Bordereau de cession du ' w-DateDuJour
               DELIMITED BY SIZE INTO Bor-Ligne.
           perform Bordereau-EcrireTexte.
           MOVE spaces TO Bor-Ligne.
           perform Bordereau-EcrireTexte.

           MOVE LOW-VALUES TO FD-CodeSinistre.
           START SinisF KEY IS NOT LESS THAN FD-CodeSinistre
           END-PERFORM.

           MOVE spaces TO Bor-Ligne.
           perform Bordereau-EcrireTexte.
           MOVE w-TotalCede TO w-TotalEdite.
           MOVE spaces TO Bor-Ligne.
           STRING 'Total cede au reassureur: ' w-TotalEdite ' EUR'
               DELIMITED BY SIZE INTO Bor-Ligne.
           perform Bordereau-EcrireTexte.

           CLOSE SinisF.
           CLOSE CessionF.
           perform Flux-EcrirePied.
           CLOSE Bordereau.

           DISPLAY 'Cession terminee: ' w-NbCedes ' sinistre(s) '
               END-WRITE
               MOVE FD-MontantRegle TO w-MontantEdite
               MOVE w-PartReassureur TO w-PartEdite
               MOVE spaces TO Bor-Ligne
               STRING 'Sinistre ' FD-CodeSinistre
                   ' type ' FD-TypeSinistre
                   ' regle ' w-MontantEdite
                   ' part reassureur ' w-PartEdite ' EUR'
                   DELIMITED BY SIZE INTO Bor-Ligne
               WRITE Bor-Ligne
               MOVE w-PartReassureur TO w-FX-Montant
               perform Flux-CompterLigne
               ADD w-PartReassureur TO w-TotalCede
               ADD 1 TO w-NbCedes
           END-IF.
                   END-REWRITE
                   MOVE FD-MontantRegle TO w-MontantEdite
                   MOVE w-Increment TO w-PartEdite
                   MOVE spaces TO Bor-Ligne
                   STRING 'Sinistre ' FD-CodeSinistre
                       ' type ' FD-TypeSinistre
                       ' re-regle ' w-MontantEdite
                       ' complement cede ' w-PartEdite ' EUR'
                       DELIMITED BY SIZE INTO Bor-Ligne
                   WRITE Bor-Ligne
                   MOVE w-Increment TO w-FX-Montant
                   perform Flux-CompterLigne
                   ADD w-Increment TO w-TotalCede
                   ADD 1 TO w-NbCedes
               END-IF
           END-IF.

      * Titre, ligne blanche et total sont des lignes du fichier
      * comme les autres: le pied les compte, pour un montant nul.
       Bordereau-EcrireTexte.
           WRITE Bor-Ligne.
           MOVE zero TO w-FX-Montant.
           perform Flux-CompterLigne.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM CessionReassurance.
