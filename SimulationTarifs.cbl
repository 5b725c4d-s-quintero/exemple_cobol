      ******************************************************************
      * Author:
      * Date:
      * Purpose: What-if run of a candidate rate card before it is
      *          loaded. Reads the actuaries' TARIFIN.DAT with the
      *          checks of MajTarifs, but instead of the live tariff
      *          master it loads the cards into a copy of it
      *          (TARIFSIM.DAT = TARIF.DAT plus the candidate cards).
      *          The in-force portfolio (the contracts the renewal
      *          re-prices) is then priced twice through CalculPrime
      *          at the effective date of the candidate card (today
      *          if earlier): once on the live master, once on the
      *          candidate master. SIMTARIF.TXT lists the rejected
      *          cards, every contract whose premium moves by more
      *          than the percentage entered at the start (10 % by
      *          default), then per guarantee and per age band of
      *          the candidate card the number of contracts, the old
      *          and new totals and the average change, for the
      *          actuaries to sign off before the load. Nothing live
      *          is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SimulationTarifs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCONTR.
           COPY SELCLIEN.
           COPY SELTARIF.

           SELECT TarifsEntree ASSIGN TO "TARIFIN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-TarifsEntree-Status.

      * Copie du fichier tarifaire chargee des cartes candidates,
      * refaite a chaque simulation.
           SELECT TarifSimF ASSIGN TO "TARIFSIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDS-CleTarif
               FILE STATUS IS w-TarifSimF-Status.

           SELECT TriSimulation ASSIGN TO "SIMTRI.TMP".

           SELECT RapportSimulation ASSIGN TO "SIMTARIF.TXT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCONTRA.
           COPY FDCLIENT.
           COPY FDTARIF.

      * Meme carte que MajTarifs.
       FD  TarifsEntree.
       01  TAR-Carte.
           05  TAR-Garantie            pic x(2).
           05  TAR-DateEffet           pic x(8).
           05  TAR-AgeMin              pic 9(3).
           05  TAR-AgeMax              pic 9(3).
           05  TAR-Montant             pic 9(5)v99.

       FD  TarifSimF.
       01  FDS-Tarif.
           05  FDS-CleTarif.
               10  FDS-Garantie            pic x(2).
               10  FDS-DateEffet           pic x(8).
               10  FDS-AgeMin              pic 9(3).
           05  FDS-AgeMax                  pic 9(3).
           05  FDS-Montant                 pic 9(5)v99.

       SD  TriSimulation.
       01  SD-Simulation.
           10  SD-Age                    pic 9(3).
           10  SD-CodeContrat            pic x(10).
           10  SD-CodeClient             pic x(10).
           10  SD-AgeValide              pic x.
           10  SD-DateNaissance          pic x(10).
           10  SD-PrimeAvant             pic 9(7)v99.
           10  SD-VentilAvant            pic x(54).

       FD  RapportSimulation.
       01  Sim-Ligne                   pic x(100).

       WORKING-STORAGE SECTION.
           COPY WSRUNCT.
           COPY WSCNTFS.
           COPY WSCLIFS.
           COPY WSTARFS.
           COPY WSCONTRA.
           COPY WSBENEF.
           COPY WSPRIME.
           COPY WSPRIMV.

       01  w-TarifsEntree-Status       pic xx.
       01  w-TarifSimF-Status          pic xx.
           88  TarifSimF-OK            value '00'.
       01  w-NomTarifSimule            pic x(12) value 'TARIFSIM.DAT'.
       01  w-NomTarifLive              pic x(12) value spaces.

       01  w-DateDuJour                pic 9(8).
      * Date de tarification des deux passages: la date d'effet la
      * plus recente des cartes candidates, ce jour si elle est
      * passee.
       01  w-DateSimulation            pic 9(8).
       01  w-DateSimulationX redefines w-DateSimulation.
           05  w-Sim-AAAA              pic 9(4).
           05  w-Sim-MMJJ              pic 9(4).
       01  w-DateCarteMax              pic x(8).

      * Ecart de prime, en pourcentage, au-dela duquel un contrat
      * est liste.
       01  w-SeuilSaisi                pic x(3).
       01  w-SeuilCadre                pic x(3) justified right.
       01  w-SeuilLongueur             pic 9.
       01  w-SeuilPct                  pic 9(3) value 10.

       01  w-FinCartes                 pic x value 'N'.
           88  FinCartes               value 'O'.
       01  w-FinTarifs                 pic x.
           88  FinTarifs               value 'O'.
       01  w-FinContrats               pic x value 'N'.
           88  FinContrats             value 'O'.
       01  w-FinTri                    pic x value 'N'.
           88  FinTri                  value 'O'.
       01  w-TarifTrouve               pic x.
           88  TarifTrouve             value 'O'.
       01  w-ClientTrouve              pic x.
           88  ClientTrouve            value 'O'.
       01  w-ContratTrouve             pic x.
           88  ContratTrouve           value 'O'.
       01  w-CarteValide               pic x.
           88  CarteValide             value 'O'.

      * Age revolu de l'assure a la date de simulation, comme
      * CalculPrime le calcule.
       01  w-Age                       pic 9(3).
       01  w-AgeValide                 pic x.
           88  AgeValide               value 'O'.
       01  w-NaissAAAAMMJJ             pic 9(8).
       01  w-NaissX redefines w-NaissAAAAMMJJ.
           05  w-Naiss-AAAA            pic 9(4).
           05  w-Naiss-MMJJ            pic 9(4).

       01  w-PrimeAvant                pic 9(7)v99.
       01  w-PrimeApres                pic 9(7)v99.
       01  w-Ecart                     pic s9(7)v99.
       01  w-EcartPct                  pic s9(5)v99.
       01  w-EcartAbsolu               pic 9(5)v99.

      * Garanties dans l'ordre de la ventilation: IT IA PE DC MT CH.
       01  w-TypesTable.
           05  filler                  pic x(2) value 'IT'.
           05  filler                  pic x(2) value 'IA'.
           05  filler                  pic x(2) value 'PE'.
           05  filler                  pic x(2) value 'DC'.
           05  filler                  pic x(2) value 'MT'.
           05  filler                  pic x(2) value 'CH'.
       01  w-TypesListe redefines w-TypesTable.
           05  w-TypeGar               occurs 6 times pic x(2).

       01  w-VentilAvant.
           05  w-GarAvant              occurs 6 times pic 9(7)v99.
       01  w-VentilApres.
           05  w-GarApres              occurs 6 times pic 9(7)v99.
       01  w-Idx                       pic 9.

      * Cumuls par garantie et tranche d'age du bareme candidat. Les
      * contrats arrivant tries par age, les tranches d'une garantie
      * s'ajoutent dans l'ordre des ages. Tranche 999-999: aucun
      * bareme candidat pour cet age (tarif plancher).
       01  w-NbTranches                pic 9(3) value zero.
       01  w-MaxTranches               pic 9(3) value 300.
       01  w-Tranches.
           05  w-Tranche               occurs 300 times.
               10  w-TR-Garantie       pic x(2).
               10  w-TR-AgeMin         pic 9(3).
               10  w-TR-AgeMax         pic 9(3).
               10  w-TR-NbContrats     pic 9(7).
               10  w-TR-TotalAvant     pic 9(9)v99.
               10  w-TR-TotalApres     pic 9(9)v99.
       01  w-IdxTranche                pic 9(3).
       01  w-TrancheTrouvee            pic x.
           88  TrancheTrouvee          value 'O'.
       01  w-BandeMin                  pic 9(3).
       01  w-BandeMax                  pic 9(3).
       01  w-MeilleureDate             pic x(8).
       01  w-NbHorsTable               pic 9(7) value zero.

       01  w-Garanties.
           05  w-GarTotal              occurs 6 times.
               10  w-GT-NbContrats     pic 9(7).
               10  w-GT-TotalAvant     pic 9(9)v99.
               10  w-GT-TotalApres     pic 9(9)v99.

       01  w-NbCartesLues              pic 9(5) value zero.
       01  w-NbCartesRetenues          pic 9(5) value zero.
       01  w-NbCartesRejetees          pic 9(5) value zero.
       01  w-NbTarifsCopies            pic 9(5) value zero.
       01  w-NbContrats                pic 9(7) value zero.
       01  w-NbSansClient              pic 9(7) value zero.
       01  w-NbEcarts                  pic 9(7) value zero.
       01  w-TotalAvant                pic 9(9)v99 value zero.
       01  w-TotalApres                pic 9(9)v99 value zero.
       01  w-NbCalcul                  pic 9(7).
       01  w-AvantCalcul               pic 9(9)v99.
       01  w-ApresCalcul               pic 9(9)v99.

       01  w-Entete1.
           05  filler                  pic x(12) value 'Contrat'.
           05  filler                  pic x(12) value 'Client'.
           05  filler                  pic x(6)  value 'Age'.
           05  filler                  pic x(14) value 'Prime act.'.
           05  filler                  pic x(14) value 'Prime cand.'.
           05  filler                  pic x(12) value 'Ecart %'.

       01  w-LigneEcart.
           05  LE-CodeContrat          pic x(10).
           05  filler                  pic x(2).
           05  LE-CodeClient           pic x(10).
           05  filler                  pic x(2).
           05  LE-Age                  pic x(3).
           05  filler                  pic x(3).
           05  LE-PrimeAvant           pic z(6)9.99.
           05  filler                  pic x(4).
           05  LE-PrimeApres           pic z(6)9.99.
           05  filler                  pic x(4).
           05  LE-EcartPct             pic -(4)9.99.

       01  w-Entete2.
           05  filler                  pic x(5)  value 'Gar.'.
           05  filler                  pic x(10) value 'Ages'.
           05  filler                  pic x(10) value 'Contrats'.
           05  filler                  pic x(17) value 'Total actuel'.
           05  filler                  pic x(17) value 'Total candidat'.
           05  filler                  pic x(14) value 'Ecart moyen'.
           05  filler                  pic x(10) value 'Ecart %'.

       01  w-LigneTranche.
           05  LT-Garantie             pic x(2).
           05  filler                  pic x(3).
           05  LT-Ages                 pic x(8).
           05  filler                  pic x(2).
           05  LT-NbContrats           pic z(6)9.
           05  filler                  pic x(3).
           05  LT-TotalAvant           pic z(8)9.99.
           05  filler                  pic x(5).
           05  LT-TotalApres           pic z(8)9.99.
           05  filler                  pic x(5).
           05  LT-EcartMoyen           pic -(6)9.99.
           05  filler                  pic x(4).
           05  LT-EcartPct             pic -(4)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 'SIMULTARIFS' TO w-RC-Programme.
           MOVE 'D' TO w-RC-Action.
           MOVE 'N' TO w-RC-RunOnce.
           MOVE spaces TO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.
           INITIALIZE w-Garanties.

           DISPLAY 'Seuil d''ecart a lister, en % entier de 1 a 3 '
               'chiffres (ex. 5, 15, 100; vide = 10): '.
           ACCEPT w-SeuilSaisi.
           IF w-SeuilSaisi NOT = spaces
               perform Cadrer-Seuil
               IF w-SeuilCadre NOT NUMERIC
                   DISPLAY 'Seuil invalide: ' w-SeuilSaisi
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE w-SeuilCadre TO w-SeuilPct
           END-IF.

           OPEN INPUT TarifsEntree.
           IF w-TarifsEntree-Status NOT = '00'
               DISPLAY 'Cartes tarifaires TARIFIN.DAT indisponibles, '
                   'statut ' w-TarifsEntree-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RapportSimulation.
           MOVE 'SIMULATION TARIFAIRE - cartes TARIFIN.DAT'
               TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE spaces TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE 'Cartes rejetees:' TO Sim-Ligne.
           WRITE Sim-Ligne.

           perform Construire-TarifSimule.
           CLOSE TarifsEntree.

           IF w-DateCarteMax > w-DateDuJour
               MOVE w-DateCarteMax TO w-DateSimulation
           ELSE
               MOVE w-DateDuJour TO w-DateSimulation
           END-IF.
           MOVE spaces TO Sim-Ligne.
           WRITE Sim-Ligne.
           STRING 'Cartes lues ' w-NbCartesLues ', retenues '
               w-NbCartesRetenues ', rejetees ' w-NbCartesRejetees
               ' - tarifs en vigueur copies ' w-NbTarifsCopies
               DELIMITED BY SIZE INTO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE spaces TO Sim-Ligne.
           STRING 'Primes calculees au ' w-DateSimulation
               ' (simulation du ' w-DateDuJour '), seuil d''ecart '
               w-SeuilPct ' %'
               DELIMITED BY SIZE INTO Sim-Ligne.
           WRITE Sim-Ligne.

           OPEN INPUT ContratF.
           OPEN INPUT ClientF.
           SORT TriSimulation
               ON ASCENDING KEY SD-Age SD-CodeContrat
               INPUT PROCEDURE IS Tarifer-Actuel
               OUTPUT PROCEDURE IS Tarifer-Candidat.
           CLOSE ContratF.
           CLOSE ClientF.

           perform Imprimer-Synthese.
           CLOSE RapportSimulation.

           DISPLAY 'Simulation tarifaire: ' w-NbContrats
               ' contrat(s) tarife(s), ' w-NbEcarts
               ' au-dela du seuil (SIMTARIF.TXT).'.
           DISPLAY '  Cartes rejetees: ' w-NbCartesRejetees.
           DISPLAY '  Contrats sans client: ' w-NbSansClient.

           MOVE 'F' TO w-RC-Action.
           STRING 'contrats=' w-NbContrats ' ecarts=' w-NbEcarts
               ' rejets=' w-NbCartesRejetees
               DELIMITED BY SIZE INTO w-RC-Compteurs.
           CALL 'ControleRun' USING ControleRunParm.
           STOP RUN.

      * "5" et "15" sont saisis cadres a gauche: seuls les chiffres
      * precedant le premier blanc sont repris, a droite, et les
      * positions de tete mises a zero.
       Cadrer-Seuil.
           MOVE zero TO w-SeuilLongueur.
           INSPECT w-SeuilSaisi TALLYING w-SeuilLongueur
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE spaces TO w-SeuilCadre.
           IF w-SeuilLongueur > zero
               MOVE w-SeuilSaisi (1:w-SeuilLongueur) TO w-SeuilCadre
               INSPECT w-SeuilCadre REPLACING LEADING SPACE BY ZERO
           END-IF.

      ******************************************************************
      * Fichier tarifaire candidat: copie du fichier en vigueur, puis
      * cartes candidates chargees par-dessus comme MajTarifs le
      * ferait (une carte remplace le bareme de meme cle).
      ******************************************************************
       Construire-TarifSimule.
           MOVE '00000000' TO w-DateCarteMax.
           OPEN OUTPUT TarifSimF.
           CLOSE TarifSimF.
           OPEN I-O TarifSimF.
           OPEN INPUT TarifF.
           IF TarifF-OK
               MOVE 'N' TO w-FinTarifs
               MOVE LOW-VALUES TO FDT-CleTarif
               START TarifF KEY IS NOT LESS THAN FDT-CleTarif
                   INVALID KEY MOVE 'O' TO w-FinTarifs
               END-START
               PERFORM Copier-UnTarif UNTIL FinTarifs
               CLOSE TarifF
           END-IF.
           PERFORM Lire-UneCarte UNTIL FinCartes.
           CLOSE TarifSimF.

       Copier-UnTarif.
           READ TarifF NEXT RECORD
               AT END MOVE 'O' TO w-FinTarifs
           END-READ.
           IF NOT FinTarifs
               MOVE FDT-Tarif TO FDS-Tarif
               WRITE FDS-Tarif
                   INVALID KEY
                       DISPLAY 'Erreur WRITE tarif simule '
                           FDS-Garantie ' ' FDS-DateEffet
                   NOT INVALID KEY
                       ADD 1 TO w-NbTarifsCopies
               END-WRITE
           END-IF.

       Lire-UneCarte.
           READ TarifsEntree
               AT END MOVE 'O' TO w-FinCartes
           END-READ.
           IF NOT FinCartes
               ADD 1 TO w-NbCartesLues
               perform Controler-Carte
               IF CarteValide
                   perform Charger-Carte
               ELSE
                   WRITE Sim-Ligne
                   ADD 1 TO w-NbCartesRejetees
               END-IF
           END-IF.

       Controler-Carte.
           MOVE 'O' TO w-CarteValide.
           MOVE spaces TO Sim-Ligne.
           IF TAR-Garantie NOT = 'IT' AND TAR-Garantie NOT = 'IA'
               AND TAR-Garantie NOT = 'PE' AND TAR-Garantie NOT = 'DC'
               AND TAR-Garantie NOT = 'MT' AND TAR-Garantie NOT = 'CH'
               AND TAR-Garantie NOT = 'I1' AND TAR-Garantie NOT = 'I3'
               AND TAR-Garantie NOT = 'I9'
               MOVE 'N' TO w-CarteValide
               STRING '  Carte ' w-NbCartesLues ': garantie '
                   TAR-Garantie ' inconnue'
                   DELIMITED BY SIZE INTO Sim-Ligne
           ELSE
           IF TAR-DateEffet IS NOT NUMERIC
               MOVE 'N' TO w-CarteValide
               STRING '  Carte ' w-NbCartesLues ': date d''effet '
                   TAR-DateEffet ' non numerique'
                   DELIMITED BY SIZE INTO Sim-Ligne
           ELSE
           IF TAR-AgeMin > TAR-AgeMax
               MOVE 'N' TO w-CarteValide
               STRING '  Carte ' w-NbCartesLues ': tranche d''age '
                   'inversee' DELIMITED BY SIZE INTO Sim-Ligne
           END-IF
           END-IF
           END-IF.

       Charger-Carte.
           MOVE TAR-Garantie  TO FDS-Garantie.
           MOVE TAR-DateEffet TO FDS-DateEffet.
           MOVE TAR-AgeMin    TO FDS-AgeMin.
           READ TarifSimF
               INVALID KEY
                   MOVE 'N' TO w-TarifTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-TarifTrouve
           END-READ.
           MOVE TAR-Garantie  TO FDS-Garantie.
           MOVE TAR-DateEffet TO FDS-DateEffet.
           MOVE TAR-AgeMin    TO FDS-AgeMin.
           MOVE TAR-AgeMax    TO FDS-AgeMax.
           MOVE TAR-Montant   TO FDS-Montant.
           IF TarifTrouve
               REWRITE FDS-Tarif
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE tarif simule '
                           FDS-Garantie ' ' FDS-DateEffet
               END-REWRITE
           ELSE
               WRITE FDS-Tarif
                   INVALID KEY
                       DISPLAY 'Erreur WRITE tarif simule '
                           FDS-Garantie ' ' FDS-DateEffet
               END-WRITE
           END-IF.
           ADD 1 TO w-NbCartesRetenues.
           IF TAR-DateEffet > w-DateCarteMax
               MOVE TAR-DateEffet TO w-DateCarteMax
           END-IF.

      ******************************************************************
      * Premier passage: le portefeuille en vigueur aux tarifs en
      * vigueur. Memes contrats que le renouvellement: au moins une
      * garantie active et une date de debut exploitable.
      ******************************************************************
       Tarifer-Actuel.
           MOVE LOW-VALUES TO FD-CodeContrat.
           START ContratF KEY IS NOT LESS THAN FD-CodeContrat
               INVALID KEY MOVE 'O' TO w-FinContrats
           END-START.
           PERFORM Tarifer-UnContrat UNTIL FinContrats.

       Tarifer-UnContrat.
           READ ContratF NEXT RECORD
               AT END MOVE 'O' TO w-FinContrats
           END-READ.
           IF NOT FinContrats
               MOVE FD-Contrat TO Contrat
               IF (w-IT OF Contrat = 'O' OR w-IA OF Contrat = 'O'
                   OR w-PE OF Contrat = 'O' OR w-DC OF Contrat = 'O'
                   OR w-MT OF Contrat = 'O' OR w-CH OF Contrat = 'O')
                   AND w-DebutContrat (1:2) NUMERIC
                   AND w-DebutContrat (4:2) NUMERIC
                   AND w-DebutContrat (7:4) NUMERIC
                   perform Rechercher-Client
                   IF ClientTrouve
                       ADD 1 TO w-NbContrats
                       perform Calculer-Age
                       MOVE 'P' TO w-CP-Fonction
                       CALL 'CalculPrime' USING CalculPrimeParm,
                           Contrat,
                           w-DateNaissance OF Beneficiaire,
                           w-DateSimulation, w-PrimeAvant,
                           VentilationPrime
                       MOVE w-Age TO SD-Age
                       MOVE w-CodeContrat OF Contrat TO SD-CodeContrat
                       MOVE w-CodeClient OF Beneficiaire
                           TO SD-CodeClient
                       MOVE w-AgeValide TO SD-AgeValide
                       MOVE w-DateNaissance OF Beneficiaire
                           TO SD-DateNaissance
                       MOVE w-PrimeAvant TO SD-PrimeAvant
                       MOVE VentilationPrime TO SD-VentilAvant
                       RELEASE SD-Simulation
                   ELSE
                       ADD 1 TO w-NbSansClient
                   END-IF
               END-IF
           END-IF.

       Rechercher-Client.
           MOVE w-ref_CompteClient OF Contrat TO FD-CodeClient.
           READ ClientF
               KEY IS FD-CodeClient
               INVALID KEY
                   MOVE 'N' TO w-ClientTrouve
                   DISPLAY 'Contrat ' w-CodeContrat OF Contrat
                       ': client introuvable '
                       w-ref_CompteClient OF Contrat
               NOT INVALID KEY
                   MOVE 'O' TO w-ClientTrouve
                   MOVE FD-Client TO Beneficiaire
           END-READ.

       Calculer-Age.
           MOVE 'N' TO w-AgeValide.
           MOVE zero TO w-Age.
           IF w-DateNaissance OF Beneficiaire (1:2) IS NUMERIC
               AND w-DateNaissance OF Beneficiaire (4:2) IS NUMERIC
               AND w-DateNaissance OF Beneficiaire (7:4) IS NUMERIC
               MOVE w-DateNaissance OF Beneficiaire (7:4)
                   TO w-NaissAAAAMMJJ (1:4)
               MOVE w-DateNaissance OF Beneficiaire (4:2)
                   TO w-NaissAAAAMMJJ (5:2)
               MOVE w-DateNaissance OF Beneficiaire (1:2)
                   TO w-NaissAAAAMMJJ (7:2)
               IF w-Sim-AAAA > w-Naiss-AAAA
                   COMPUTE w-Age = w-Sim-AAAA - w-Naiss-AAAA
                   IF w-Sim-MMJJ < w-Naiss-MMJJ
                       SUBTRACT 1 FROM w-Age
                   END-IF
                   MOVE 'O' TO w-AgeValide
               END-IF
           END-IF.

      ******************************************************************
      * Second passage, par age croissant: les memes contrats aux
      * tarifs candidats, puis retour de CalculPrime sur le fichier
      * en vigueur.
      ******************************************************************
       Tarifer-Candidat.
           IF w-NbContrats > zero
               MOVE 'T' TO w-CP-Fonction
               MOVE w-NomTarifSimule TO w-CP-NomTarif
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   w-DateNaissance OF Beneficiaire, w-DateSimulation,
                   w-PrimeApres, VentilationPrime
           END-IF.
           OPEN INPUT TarifSimF.
           MOVE spaces TO Sim-Ligne.
           WRITE Sim-Ligne.
           STRING 'Contrats dont la prime varie de plus de '
               w-SeuilPct ' %:' DELIMITED BY SIZE INTO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE w-Entete1 TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE 'N' TO w-FinTri.
           RETURN TriSimulation
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.
           PERFORM Comparer-UnContrat UNTIL FinTri.
           CLOSE TarifSimF.
           IF w-NbContrats > zero
               MOVE 'T' TO w-CP-Fonction
               MOVE w-NomTarifLive TO w-CP-NomTarif
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   w-DateNaissance OF Beneficiaire, w-DateSimulation,
                   w-PrimeApres, VentilationPrime
           END-IF.

       Comparer-UnContrat.
           MOVE SD-CodeContrat TO FD-CodeContrat.
           READ ContratF
               KEY IS FD-CodeContrat
               INVALID KEY
                   MOVE 'N' TO w-ContratTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-ContratTrouve
                   MOVE FD-Contrat TO Contrat
           END-READ.
           IF ContratTrouve
               MOVE 'P' TO w-CP-Fonction
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   SD-DateNaissance, w-DateSimulation, w-PrimeApres,
                   VentilationPrime
               MOVE SD-VentilAvant TO w-VentilAvant
               MOVE VentilationPrime TO w-VentilApres
               MOVE SD-PrimeAvant TO w-PrimeAvant
               ADD w-PrimeAvant TO w-TotalAvant
               ADD w-PrimeApres TO w-TotalApres
               PERFORM Cumuler-Garantie
                   VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6
               perform Controler-Ecart
           END-IF.

           RETURN TriSimulation
               AT END MOVE 'O' TO w-FinTri
           END-RETURN.

       Cumuler-Garantie.
           IF w-GarAvant (w-Idx) NOT = zero
               OR w-GarApres (w-Idx) NOT = zero
               ADD 1 TO w-GT-NbContrats (w-Idx)
               ADD w-GarAvant (w-Idx) TO w-GT-TotalAvant (w-Idx)
               ADD w-GarApres (w-Idx) TO w-GT-TotalApres (w-Idx)
               perform Rechercher-Bande
               perform Cumuler-Tranche
           END-IF.

      * Tranche du bareme candidat qui tarife cet age, comme
      * CalculPrime la choisit; 999-999 sans bareme.
       Rechercher-Bande.
           MOVE 999 TO w-BandeMin.
           MOVE 999 TO w-BandeMax.
           IF SD-AgeValide = 'O'
               MOVE 'N' TO w-FinTarifs
               MOVE spaces TO w-MeilleureDate
               MOVE w-TypeGar (w-Idx) TO FDS-Garantie
               MOVE '00000000' TO FDS-DateEffet
               MOVE zero TO FDS-AgeMin
               START TarifSimF KEY IS NOT LESS THAN FDS-CleTarif
                   INVALID KEY MOVE 'O' TO w-FinTarifs
               END-START
               PERFORM Examiner-UneBande UNTIL FinTarifs
           END-IF.

       Examiner-UneBande.
           READ TarifSimF NEXT RECORD
               AT END MOVE 'O' TO w-FinTarifs
           END-READ.
           IF NOT FinTarifs
               IF FDS-Garantie NOT = w-TypeGar (w-Idx)
                   MOVE 'O' TO w-FinTarifs
               ELSE
                   IF FDS-DateEffet <= w-DateSimulationX
                       AND SD-Age >= FDS-AgeMin
                       AND SD-Age <= FDS-AgeMax
                       AND FDS-DateEffet >= w-MeilleureDate
                       MOVE FDS-DateEffet TO w-MeilleureDate
                       MOVE FDS-AgeMin TO w-BandeMin
                       MOVE FDS-AgeMax TO w-BandeMax
                   END-IF
               END-IF
           END-IF.

       Cumuler-Tranche.
           MOVE 'N' TO w-TrancheTrouvee.
           PERFORM Comparer-Tranche
               VARYING w-IdxTranche FROM 1 BY 1
               UNTIL w-IdxTranche > w-NbTranches OR TrancheTrouvee.
           IF TrancheTrouvee
               SUBTRACT 1 FROM w-IdxTranche
           ELSE
               IF w-NbTranches < w-MaxTranches
                   ADD 1 TO w-NbTranches
                   MOVE w-NbTranches TO w-IdxTranche
                   MOVE w-TypeGar (w-Idx)
                       TO w-TR-Garantie (w-IdxTranche)
                   MOVE w-BandeMin TO w-TR-AgeMin (w-IdxTranche)
                   MOVE w-BandeMax TO w-TR-AgeMax (w-IdxTranche)
                   MOVE zero TO w-TR-NbContrats (w-IdxTranche)
                   MOVE zero TO w-TR-TotalAvant (w-IdxTranche)
                   MOVE zero TO w-TR-TotalApres (w-IdxTranche)
                   MOVE 'O' TO w-TrancheTrouvee
               ELSE
                   ADD 1 TO w-NbHorsTable
               END-IF
           END-IF.
           IF TrancheTrouvee
               ADD 1 TO w-TR-NbContrats (w-IdxTranche)
               ADD w-GarAvant (w-Idx) TO w-TR-TotalAvant (w-IdxTranche)
               ADD w-GarApres (w-Idx) TO w-TR-TotalApres (w-IdxTranche)
           END-IF.

       Comparer-Tranche.
           IF w-TR-Garantie (w-IdxTranche) = w-TypeGar (w-Idx)
               AND w-TR-AgeMin (w-IdxTranche) = w-BandeMin
               AND w-TR-AgeMax (w-IdxTranche) = w-BandeMax
               MOVE 'O' TO w-TrancheTrouvee
           END-IF.

      * Ecart de la prime du contrat en pourcentage de la prime
      * actuelle; une prime actuelle nulle qui devient payante est
      * toujours listee.
       Controler-Ecart.
           COMPUTE w-Ecart = w-PrimeApres - w-PrimeAvant.
           IF w-PrimeAvant = zero
               IF w-PrimeApres = zero
                   MOVE zero TO w-EcartPct
               ELSE
                   MOVE 999.99 TO w-EcartPct
               END-IF
           ELSE
               COMPUTE w-EcartPct ROUNDED =
                   w-Ecart * 100 / w-PrimeAvant
                   ON SIZE ERROR MOVE 999.99 TO w-EcartPct
               END-COMPUTE
           END-IF.
           IF w-EcartPct < zero
               COMPUTE w-EcartAbsolu = zero - w-EcartPct
           ELSE
               MOVE w-EcartPct TO w-EcartAbsolu
           END-IF.
           IF w-EcartAbsolu > w-SeuilPct
               ADD 1 TO w-NbEcarts
               MOVE spaces TO w-LigneEcart
               MOVE SD-CodeContrat TO LE-CodeContrat
               MOVE SD-CodeClient TO LE-CodeClient
               IF SD-AgeValide = 'O'
                   MOVE SD-Age TO LE-Age
               ELSE
                   MOVE '?' TO LE-Age
               END-IF
               MOVE w-PrimeAvant TO LE-PrimeAvant
               MOVE w-PrimeApres TO LE-PrimeApres
               MOVE w-EcartPct TO LE-EcartPct
               MOVE w-LigneEcart TO Sim-Ligne
               WRITE Sim-Ligne
           END-IF.

      ******************************************************************
      * Synthese: par garantie, chaque tranche d'age puis le total de
      * la garantie; enfin le portefeuille.
      ******************************************************************
       Imprimer-Synthese.
           MOVE spaces TO Sim-Ligne.
           STRING '  ' w-NbEcarts ' contrat(s) au-dela du seuil.'
               DELIMITED BY SIZE INTO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE spaces TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE 'Variation par garantie et tranche d''age du bareme:'
               TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE w-Entete2 TO Sim-Ligne.
           WRITE Sim-Ligne.
           PERFORM Imprimer-Garantie
               VARYING w-Idx FROM 1 BY 1 UNTIL w-Idx > 6.
           MOVE spaces TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE spaces TO w-LigneTranche.
           MOVE 'Portef.' TO LT-Ages.
           MOVE w-NbContrats TO w-NbCalcul.
           MOVE w-TotalAvant TO w-AvantCalcul.
           MOVE w-TotalApres TO w-ApresCalcul.
           perform Imprimer-LigneTranche.
           IF w-NbSansClient > zero
               STRING '  ' w-NbSansClient ' contrat(s) sans client '
                   'au fichier, non tarife(s).'
                   DELIMITED BY SIZE INTO Sim-Ligne
               WRITE Sim-Ligne
           END-IF.
           IF w-NbHorsTable > zero
               STRING '  ' w-NbHorsTable ' cumul(s) de tranche non '
                   'detaille(s), table pleine (inclus aux totaux).'
                   DELIMITED BY SIZE INTO Sim-Ligne
               WRITE Sim-Ligne
           END-IF.
           MOVE spaces TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE 'Visa actuariat: ____________________  le __________'
               TO Sim-Ligne.
           WRITE Sim-Ligne.

       Imprimer-Garantie.
           IF w-GT-NbContrats (w-Idx) > zero
               PERFORM Imprimer-Tranche
                   VARYING w-IdxTranche FROM 1 BY 1
                   UNTIL w-IdxTranche > w-NbTranches
               MOVE spaces TO w-LigneTranche
               MOVE w-TypeGar (w-Idx) TO LT-Garantie
               MOVE 'Total' TO LT-Ages
               MOVE w-GT-NbContrats (w-Idx) TO w-NbCalcul
               MOVE w-GT-TotalAvant (w-Idx) TO w-AvantCalcul
               MOVE w-GT-TotalApres (w-Idx) TO w-ApresCalcul
               perform Imprimer-LigneTranche
               MOVE spaces TO Sim-Ligne
               WRITE Sim-Ligne
           END-IF.

       Imprimer-Tranche.
           IF w-TR-Garantie (w-IdxTranche) = w-TypeGar (w-Idx)
               MOVE spaces TO w-LigneTranche
               MOVE w-TypeGar (w-Idx) TO LT-Garantie
               IF w-TR-AgeMin (w-IdxTranche) = 999
                   MOVE 'plancher' TO LT-Ages
               ELSE
                   STRING w-TR-AgeMin (w-IdxTranche) '-'
                       w-TR-AgeMax (w-IdxTranche)
                       DELIMITED BY SIZE INTO LT-Ages
               END-IF
               MOVE w-TR-NbContrats (w-IdxTranche) TO w-NbCalcul
               MOVE w-TR-TotalAvant (w-IdxTranche) TO w-AvantCalcul
               MOVE w-TR-TotalApres (w-IdxTranche) TO w-ApresCalcul
               perform Imprimer-LigneTranche
           END-IF.

       Imprimer-LigneTranche.
           MOVE w-NbCalcul TO LT-NbContrats.
           MOVE w-AvantCalcul TO LT-TotalAvant.
           MOVE w-ApresCalcul TO LT-TotalApres.
           IF w-NbCalcul > zero
               COMPUTE LT-EcartMoyen ROUNDED =
                   (w-ApresCalcul - w-AvantCalcul) / w-NbCalcul
           ELSE
               MOVE zero TO LT-EcartMoyen
           END-IF.
           IF w-AvantCalcul > zero
               COMPUTE w-EcartPct ROUNDED =
                   (w-ApresCalcul - w-AvantCalcul) * 100
                   / w-AvantCalcul
                   ON SIZE ERROR MOVE 999.99 TO w-EcartPct
               END-COMPUTE
           ELSE
               MOVE zero TO w-EcartPct
           END-IF.
           MOVE w-EcartPct TO LT-EcartPct.
           MOVE w-LigneTranche TO Sim-Ligne.
           WRITE Sim-Ligne.
           MOVE spaces TO Sim-Ligne.

      * END PROGRAM SimulationTarifs.
