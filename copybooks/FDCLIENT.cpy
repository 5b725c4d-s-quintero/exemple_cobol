           10  FD-CodePostal               pic 9(5).
           10  FD-Ville                    pic x(20).
           10  FD-DateDeces                pic x(10).
      * NPAI (n'habite pas a l'adresse indiquee): courrier revenu,
      * date du retour et origine - 'C' saisi au retour du courrier,
      * 'P' fichier des retours de La Poste. Leve par un changement
      * d'adresse.
           10  FD-NPAI                     pic x.
               88  Client-NPAI             value 'O'.
           10  FD-DateNPAI                 pic x(8).
           10  FD-OrigineNPAI              pic x.
