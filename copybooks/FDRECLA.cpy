      ******************************************************************
      * FD for the complaints register. One record per written
      * complaint, captured and followed up from Principale's
      * MenuGestion: the client, what the complaint is about (contract,
      * claim or quittance - all optional), the category, and the two
      * regulatory clocks - acknowledgment within 10 business days,
      * answer within two months of receipt. Both deadlines are worked
      * out at capture and stored; RapportReclamations flags the
      * complaints near or past either one, StatistiquesReclamations
      * counts them by category and outcome.
      ******************************************************************
       FD  ReclamationF.
       01  FDRC-Reclamation.
           05  FDRC-NumReclamation         pic x(10).
           05  FDRC-CodeClient             pic x(10).
           05  FDRC-CodeContrat            pic x(10).
           05  FDRC-CodeSinistre           pic x(10).
           05  FDRC-PeriodeQuittance       pic x(6).
           05  FDRC-Categorie              pic xx.
               88  Reclamation-Sinistre    value 'SI'.
               88  Reclamation-Prelevement value 'PR'.
               88  Reclamation-Resiliation value 'RS'.
               88  Reclamation-Autre       value 'AU'.
               88  Reclamation-CategorieOK value 'SI' 'PR' 'RS' 'AU'.
           05  FDRC-Objet                  pic x(60).
           05  FDRC-DateReception          pic x(8).
           05  FDRC-DateLimiteAccuse       pic x(8).
           05  FDRC-DateAccuse             pic x(8).
           05  FDRC-DateLimiteReponse      pic x(8).
           05  FDRC-DateReponse            pic x(8).
      * Issue de la reclamation, renseignee avec la reponse: fondee,
      * partiellement fondee, rejetee.
           05  FDRC-Issue                  pic x.
               88  Issue-Fondee            value 'F'.
               88  Issue-Partielle         value 'P'.
               88  Issue-Rejetee           value 'R'.
               88  Issue-OK                value 'F' 'P' 'R'.
           05  FDRC-Statut                 pic x.
               88  Reclamation-Ouverte     value 'O'.
               88  Reclamation-Close       value 'C'.
           05  FDRC-CodeOperateur          pic x(8).
