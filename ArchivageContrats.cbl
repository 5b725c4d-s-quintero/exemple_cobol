           MOVE FD-CH-debut               TO FDA-CH-debut.
           MOVE FD-CodeCourtier           TO FDA-CodeCourtier.
           MOVE FD-Fractionnement         TO FDA-Fractionnement.
           MOVE FD-IT-Indemnite           TO FDA-IT-Indemnite.
           MOVE FD-IT-Franchise           TO FDA-IT-Franchise.
           MOVE FD-DC-Capital             TO FDA-DC-Capital.

           WRITE FDA-Contrat
               INVALID KEY
           MOVE FD-CH-debut       TO FDH-CH-debut.
           MOVE FD-CodeCourtier   TO FDH-CodeCourtier.
           MOVE FD-Fractionnement TO FDH-Fractionnement.
           MOVE FD-IT-Indemnite   TO FDH-IT-Indemnite.
           MOVE FD-IT-Franchise   TO FDH-IT-Franchise.
           MOVE FD-DC-Capital     TO FDH-DC-Capital.
           MOVE 'ARC' TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

