      *          still open) and flags any w-CodeSinistre that has
      *          blown past the SLA threshold for its w-TypeSinistre,
      *          so aging claims surface on their own instead of only
      *          when someone complains. The days are counted by the
      *          JoursOuvres routine under the threshold's own rule
      *          (calendar or business days, WSSLA). An IT relapse
      *          (rechute) keeps the clock of its chain: the handling
      *          days of the earlier claims are added to its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  w-FinSinistres              pic x value 'N'.
           88  FinSinistres            value 'O'.

           COPY WSSLA.
           COPY WSJOUVR.

       01  w-Idx                       pic 9.
       01  w-SeuilApplicable           pic 9(3) value 060.
       01  w-RegleApplicable           pic x value 'C'.

       01  w-AAAAMMJJ-Declaration      pic 9(8).
       01  w-AAAAMMJJ-DeclarationX redefines

       Rechercher-Seuil.
           MOVE 060 TO w-SeuilApplicable.
           MOVE 'C' TO w-RegleApplicable.
           PERFORM VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               IF w-SLA-Type (w-Idx) = FD-TypeSinistre
                   MOVE w-SLA-Seuil (w-Idx) TO w-SeuilApplicable
                   MOVE w-SLA-Regle (w-Idx) TO w-RegleApplicable
               END-IF
           END-PERFORM.


           IF FD-DateResolution = spaces
                   OR FD-DateResolution = low-values
               MOVE w-DateDuJour TO w-AAAAMMJJ-Resolution
           ELSE
               MOVE FD-DateResolution (1:2) TO w-Reso-JJ
               MOVE FD-DateResolution (4:2) TO w-Reso-MM
               MOVE FD-DateResolution (7:4) TO w-Reso-AAAA
           END-IF.
           MOVE 'E' TO w-JO-Fonction.
           MOVE w-RegleApplicable TO w-JO-Regle.
           MOVE w-AAAAMMJJ-Declaration TO w-JO-Date.
           MOVE w-AAAAMMJJ-Resolution TO w-JO-DateFin.
           CALL 'JoursOuvres' USING JoursOuvresParm.
           IF JO-Accepte
               MOVE w-JO-NbJours TO w-JoursEcoules
           ELSE
               MOVE zero TO w-JoursEcoules
           END-IF.
           IF FD-SinistreOrigine NOT = spaces
               AND FD-JoursDossierAnterieurs IS NUMERIC
               ADD FD-JoursDossierAnterieurs TO w-JoursEcoules
           END-IF.

       Imprimer-Ligne.
