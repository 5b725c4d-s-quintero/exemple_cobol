      ******************************************************************
      * FD for the web portal extract state file kept by
      * ExportPortail: the image of every record as it was last sent
      * to the client space. A record absent here goes out as an
      * insert, one whose image has changed as an update, and a
      * state record whose contract, quittance or claim has left the
      * registers goes out as a delete and is removed.
      ******************************************************************
       FD  EtatPortailF.
       01  FDPE-Etat.
           05  FDPE-Cle.
      * CTR contrat, QUI quittance, SIN sinistre.
               10  FDPE-TypeEnreg          pic x(3).
               10  FDPE-CleEnreg           pic x(16).
           05  FDPE-CodeClient             pic x(10).
           05  FDPE-DateEnvoi              pic 9(8).
           05  FDPE-Image                  pic x(150).
