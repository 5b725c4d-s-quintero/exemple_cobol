           MOVE spaces TO w-MotifRefus.
           MOVE spaces TO w-DateRetourTravail.
           MOVE zero   TO w-MontantRegle.
           MOVE spaces TO w-Approbation.
           MOVE Sinistres TO FD-Sinistre.
           REWRITE FD-Sinistre
               INVALID KEY
