               INVALID KEY
                   MOVE 'N' TO w-ClientTrouve
                   MOVE spaces TO w-DateDeces OF Beneficiaire
                   MOVE 'N' TO w-NPAI OF Beneficiaire
                   MOVE spaces TO w-DateNPAI OF Beneficiaire
                   MOVE spaces TO w-OrigineNPAI OF Beneficiaire
               NOT INVALID KEY
                   MOVE 'O' TO w-ClientTrouve
      * Un deces deja constate sur le dossier ne doit pas etre
      * resoumission web dans IngestionWeb.
                   MOVE FD-DateDeces
                       TO w-DateDeces OF Beneficiaire
                   MOVE FD-NPAI TO w-NPAI OF Beneficiaire
                   MOVE FD-DateNPAI TO w-DateNPAI OF Beneficiaire
                   MOVE FD-OrigineNPAI TO w-OrigineNPAI OF Beneficiaire
           END-READ.
           MOVE FDU-CodeClient   TO w-CodeClient OF Beneficiaire.
           MOVE FDU-CodeClient
           MOVE FDU-Adresse      TO w-Adresse OF Beneficiaire.
           MOVE FDU-CodePostal   TO w-CodePostal OF Beneficiaire.
           MOVE FDU-Ville        TO w-Ville OF Beneficiaire.
      * Une nouvelle adresse leve le NPAI de l'ancienne.
           IF w-Adresse OF Beneficiaire NOT = FD-Adresse
               OR w-CodePostal OF Beneficiaire NOT = FD-CodePostal
               OR w-Ville OF Beneficiaire NOT = FD-Ville
               MOVE 'N' TO w-NPAI OF Beneficiaire
               MOVE spaces TO w-DateNPAI OF Beneficiaire
               MOVE spaces TO w-OrigineNPAI OF Beneficiaire
           END-IF.
           MOVE Beneficiaire TO FD-Client.
           IF ClientTrouve
               REWRITE FD-Client
               TO w-CodeCourtier OF Contrat.
           MOVE FDU-Fractionnement
               TO w-Fractionnement OF Contrat.
           MOVE FDU-IT-Indemnite TO w-IT-Indemnite OF Contrat.
           MOVE FDU-IT-Franchise TO w-IT-Franchise OF Contrat.
           MOVE FDU-DC-Capital   TO w-DC-Capital OF Contrat.
           MOVE Contrat TO FD-Contrat.
           WRITE FD-Contrat
               INVALID KEY
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE 'CRE' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

