      ******************************************************************
      * FD for the claims fraud score file. Written each night by
      * ScoringFraudeSinistres for every open or unpaid claim: the
      * score, the threshold it was measured against and the
      * indicators that fired with their points. A claim at or above
      * the threshold is suspect ('S') and ExportVirementSinistres
      * keeps its payment back until the fraud referent clears it
      * ('L', LeveeSuspicionsFraude) - a cleared claim stays cleared
      * unless a later night scores it higher than when it was
      * cleared.
      ******************************************************************
       FD  ScoreF.
       01  FDSC-Score.
           05  FDSC-CodeSinistre           pic x(10).
           05  FDSC-ref_CodeClient         pic x(10).
           05  FDSC-ref_CodeContrat        pic x(10).
           05  FDSC-DateScore              pic x(8).
           05  FDSC-Points                 pic 9(3).
           05  FDSC-Seuil                  pic 9(3).
           05  FDSC-Statut                 pic x.
               88  Score-SousSeuil         value 'N'.
               88  Score-Suspect           value 'S'.
               88  Score-Leve              value 'L'.
           05  FDSC-NbIndicateurs          pic 9.
           05  FDSC-Indicateur             occurs 6 times.
               10  FDSC-CodeIndicateur     pic x(4).
               10  FDSC-PointsIndicateur   pic 9(3).
      * Levee par le referent fraude: qui, quand, pourquoi, et le
      * score qu'avait le dossier a ce moment.
           05  FDSC-CodeReferent           pic x(8).
           05  FDSC-DateLevee              pic x(8).
           05  FDSC-MotifLevee             pic x(30).
           05  FDSC-PointsLevee            pic 9(3).
