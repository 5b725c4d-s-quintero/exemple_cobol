      *          operator keying MenuInscription/MenuInscription-
      *          Contrat by hand would, instead of requiring every
      *          web enrollment to be re-keyed manually.
      *          Before anything is updated the whole file is read once:
      *          its header and trailer must be present, the trailer
      *          must agree with the detail count (the rows carry no
      *          amount, the total is zero), and the sequence number
      *          must follow the last one loaded. A file failing any
      *          check is rejected whole and the job ends with return
      *          code 8; the result of the check goes to the run-control
      *          file for the end-of-day report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
           COPY FDWEB4.
           COPY FDFLUX.
           COPY FDCLIENT.
           COPY FDCONTRA.
           COPY FDCTHIS.

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCTLFX.
           COPY WSFLUX.
           COPY WSWB4FS.
           COPY WSCLIFS.
           COPY WSCNTFS.
           COPY WSCOUFS.
           COPY WSBENEF.
           COPY WSCONTRA.
           COPY WSNIVEAU.
           COPY WSCTHIS.
           COPY WSDLTCL.
           COPY WSDLTCT.
           STRING 'CTHISTO' w-DateDuJour '.DAT' DELIMITED BY SIZE
               INTO w-NomHistoContrat.

           perform Controler-Web.
           IF NOT FX-Accepte
               perform Flux-Abandonner
           END-IF.

           OPEN INPUT WebTable4.
           perform ClientMaster-Open.
           perform ContratMaster-Open.
               READ WebTable4
                   AT END MOVE 'O' TO w-FinWeb
                   NOT AT END
                       IF NOT FDFX-EstEntete AND NOT FDFX-EstPied
                           ADD 1 TO w-NbLus
                           perform Traiter-Enregistrement
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ContratHisto.
           CLOSE RejetsWeb.
           CLOSE AckWeb.
           perform Flux-Accepter.

           DISPLAY 'Ingestion web terminee.'.
           DISPLAY '  Lignes lues         : ' w-NbLus.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      ******************************************************************
      * First pass over the intake file: header, trailer, row count
      * and sequence are checked before any master is touched. The
      * rows carry no amount, the trailer total is zero.
      ******************************************************************
       Controler-Web.
           MOVE 'WEBTAB4' TO w-FX-TypeFichier.
           perform Flux-Initialiser.
           OPEN INPUT WebTable4.
           MOVE 'N' TO w-FinWeb.
           PERFORM Controler-LigneWeb UNTIL FinWeb.
           CLOSE WebTable4.
           MOVE 'N' TO w-FinWeb.
           perform Flux-Conclure.

       Controler-LigneWeb.
           READ WebTable4
               AT END MOVE 'O' TO w-FinWeb
               NOT AT END
                   perform Flux-Examiner
           END-READ.

      ******************************************************************
      * One web submission row carries both the policyholder and its
      * first contract; a blank WEB-CodeClient means a bad/short row,
           MOVE WEB-CodePostal   TO w-CodePostal OF Beneficiaire.
           MOVE WEB-Ville        TO w-Ville OF Beneficiaire.
           MOVE spaces           TO w-DateDeces OF Beneficiaire.
           MOVE 'N'              TO w-NPAI OF Beneficiaire.
           MOVE spaces           TO w-DateNPAI OF Beneficiaire.
           MOVE spaces           TO w-OrigineNPAI OF Beneficiaire.

           MOVE WEB-CodeClient TO FD-CodeClient.
           READ ClientF
      * Un deces deja constate sur le dossier ne doit pas etre
      * efface par une resoumission web.
                   MOVE FD-DateDeces TO w-DateDeces OF Beneficiaire
                   MOVE FD-NPAI TO w-NPAI OF Beneficiaire
                   MOVE FD-DateNPAI TO w-DateNPAI OF Beneficiaire
                   MOVE FD-OrigineNPAI TO w-OrigineNPAI OF Beneficiaire
      * Une nouvelle adresse leve le NPAI de l'ancienne.
                   IF w-Adresse OF Beneficiaire NOT = FD-Adresse
                       OR w-CodePostal OF Beneficiaire
                           NOT = FD-CodePostal
                       OR w-Ville OF Beneficiaire NOT = FD-Ville
                       MOVE 'N' TO w-NPAI OF Beneficiaire
                       MOVE spaces TO w-DateNPAI OF Beneficiaire
                       MOVE spaces TO w-OrigineNPAI OF Beneficiaire
                   END-IF
           END-READ.

           MOVE Beneficiaire TO FD-Client.
               AND w-Fractionnement OF Contrat NOT = 'A'
               MOVE 'M' TO w-Fractionnement OF Contrat
           END-IF.
      * Niveaux de garantie choisis en ligne; absents ou hors grille,
      * ceux de reference.
           MOVE WEB-IT-Indemnite TO w-IT-Indemnite OF Contrat.
           MOVE WEB-IT-Franchise TO w-IT-Franchise OF Contrat.
           MOVE WEB-DC-Capital   TO w-DC-Capital OF Contrat.
           perform Niveaux-Normaliser.
           perform Valider-Courtier.
           IF NOT CourtierOK
               STRING 'Contrat ' WEB-CodeContrat
           MOVE w-CodeCourtier OF Contrat TO FDU-CodeCourtier.
           MOVE w-Fractionnement OF Contrat
               TO FDU-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDU-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDU-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDU-DC-Capital.
           MOVE w-CS-Motif       TO FDU-Motif.
           MOVE w-DateDuJour     TO FDU-DateDepot.
           MOVE 'A'              TO FDU-Statut.
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           IF ContratTrouve
               MOVE 'AVT' TO FDH-TypeMouvement
           ELSE
           END-IF.
           WRITE FD-ContratHisto.

      ************Niveaux de garantie du contrat*********************
           COPY NIVEAUX.

      ************Controle des fichiers d'interface******************
           COPY FLUX.

      * END PROGRAM IngestionWeb.
