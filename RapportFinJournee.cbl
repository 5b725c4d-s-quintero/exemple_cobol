      *          chain's numbers sit on one page instead of scrolling
      *          away on the console. A job that wrote its start
      *          record but never its end record is flagged - that is
      *          a job that died mid-run. Under each job that loaded
      *          an interface file comes the result of the file's
      *          header/trailer control; rejected files are counted
      *          on the summary line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  w-NbJobs                    pic 9(5) value zero.
       01  w-NbSansFin                 pic 9(5) value zero.
       01  w-NbControles               pic 9(5) value zero.
       01  w-NbFluxRejetes             pic 9(5) value zero.
       01  w-NbMotsRejet               pic 9(3).

       01  w-LigneControle.
           05  filler                  pic x(5) value spaces.
           05  filler                  pic x(21)
                                       value 'controle du fichier: '.
           05  LC-Resultat             pic x(60).

       01  w-LigneDet.
           05  LD-Programme            pic x(18).
           WRITE Rap-Ligne.
           STRING 'Jobs executes: ' w-NbJobs
               '   Jobs sans fin: ' w-NbSansFin
               '   Fichiers controles: ' w-NbControles
               '   Fichiers rejetes: ' w-NbFluxRejetes
               DELIMITED BY SIZE INTO Rap-Ligne.
           WRITE Rap-Ligne.


           DISPLAY 'Rapport de fin de journee: ' w-NbJobs
               ' job(s), ' w-NbSansFin ' sans enregistrement de fin.'.
           IF w-NbFluxRejetes > zero
               DISPLAY '*** ' w-NbFluxRejetes ' fichier(s) d''interface'
                   ' rejete(s) au controle ***'
           END-IF.
           STOP RUN.

      ******************************************************************
      * The key orders a program's 'D' record right before its 'F'
      * record for the same date, so pairing is a one-record memory:
      * a 'D' still waiting when the next 'D' (or the end of file)
      * arrives never got its end record. The 'V' record of an
      * interface check sorts after both and prints under the job.
      ******************************************************************
       Traiter-Enregistrement.
           IF RunCtl-Verification
               perform Solder-DebutEnAttente
               perform Imprimer-Controle
           ELSE
               perform Traiter-DebutFin
           END-IF.

       Traiter-DebutFin.
           IF RunCtl-Debut
               perform Solder-DebutEnAttente
               MOVE FDR-NomProgramme TO w-ProgEnCours
               END-IF
           END-IF.

       Imprimer-Controle.
           MOVE FDR-Compteurs TO LC-Resultat.
           MOVE w-LigneControle TO Rap-Ligne.
           WRITE Rap-Ligne.
           ADD 1 TO w-NbControles.
           MOVE zero TO w-NbMotsRejet.
           INSPECT FDR-Compteurs TALLYING w-NbMotsRejet FOR ALL 'REJET'.
           IF w-NbMotsRejet > zero
               ADD 1 TO w-NbFluxRejetes
           END-IF.

       Solder-DebutEnAttente.
           IF DebutEnAttente
               MOVE w-ProgEnCours TO LD-Programme
