               MOVE FDA-CodeCourtier     TO w-CodeCourtier OF Contrat
               MOVE FDA-Fractionnement
                   TO w-Fractionnement OF Contrat
               MOVE FDA-IT-Indemnite     TO w-IT-Indemnite OF Contrat
               MOVE FDA-IT-Franchise     TO w-IT-Franchise OF Contrat
               MOVE FDA-DC-Capital       TO w-DC-Capital OF Contrat

               MOVE Contrat TO FD-Contrat
               WRITE FD-Contrat
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE 'REI' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

