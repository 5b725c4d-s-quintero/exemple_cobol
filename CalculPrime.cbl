      *          silently returns zero. The per-guarantee breakdown
      *          of the total is answered alongside it (WSPRIMV.cpy)
      *          for the callers that need to split the premium -
      *          insurance tax and the S/P statistics. The IT and DC
      *          tariffs are those of the reference levels (daily
      *          amount, 30-day franchise, DC capital - WSNIVEAU.cpy)
      *          and are scaled to the levels chosen on the contract:
      *          IT in proportion to the daily amount and by the
      *          franchise coefficient (tariff cards I1/I3/I9,
      *          historical coefficients below without them), DC in
      *          proportion to the capital. CALLed with the
      *          parameter block of WSPRIME.cpy ahead of the pricing
      *          parameters: function 'P' prices, function 'T'
      *          switches the tariff master the following calls
      *          price from (the tariff simulation prices against a
      *          candidate master, then switches back); blank = the
      *          live TARIF.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  w-TarifMT                   pic 9(5)v99 value  60.00.
       01  w-TarifCH                   pic 9(5)v99 value  40.00.

      * Coefficients de franchise IT historiques (en % du tarif a 30
      * jours), a defaut de cartes I1/I3/I9 au fichier tarifaire.
       01  w-CoefFranchise15           pic 9(5)v99 value 125.00.
       01  w-CoefFranchise30           pic 9(5)v99 value 100.00.
       01  w-CoefFranchise90           pic 9(5)v99 value  70.00.

       01  w-TarifBase                 pic 9(5)v99.
       01  w-CoefRetenu                pic 9(5)v99.

           COPY WSNIVEAU.

       01  w-TarifsOuverts             pic x value 'N'.
           88  TarifsOuverts           value 'O'.
       01  w-TarifsDispo               pic x value 'N'.
           88  FinTarifs               value 'O'.

       LINKAGE SECTION.
           COPY WSPRIME.
           COPY WSCONTRA.

       01  w-DateNaissanceAssure       pic x(10).
       01  w-PrimeCalculee             pic 9(7)v99.
           COPY WSPRIMV.

       PROCEDURE DIVISION USING CalculPrimeParm, Contrat,
           w-DateNaissanceAssure, w-DateCalcul, w-PrimeCalculee,
           VentilationPrime.

       MAIN-PROCEDURE.
           MOVE '00' TO w-CP-Retour.
           EVALUATE w-CP-Fonction
               WHEN 'P'
                   perform Prime-Calculer
               WHEN 'T'
                   perform Tarif-Changer
               WHEN OTHER
                   MOVE '16' TO w-CP-Retour
           END-EVALUATE.

           GOBACK.

       Prime-Calculer.
           IF NOT TarifsOuverts
               OPEN INPUT TarifF
               IF TarifF-OK

           MOVE w-DateCalcul TO w-DateCalculX.
           perform Calculer-Age.
           perform Niveaux-Contrat.

           MOVE 0 TO w-PrimeCalculee.
           MOVE 0 TO w-PrimeGarIT w-PrimeGarIA w-PrimeGarPE.
               MOVE w-TarifRetenu TO w-PrimeGarCH
           END-IF.

      ******************************************************************
      * Changement de fichier tarifaire: le fichier en cours est
      * ferme, le suivant s'ouvre au prochain calcul.
      ******************************************************************
       Tarif-Changer.
           IF TarifsDispo
               CLOSE TarifF
           END-IF.
           MOVE 'N' TO w-TarifsOuverts.
           MOVE 'N' TO w-TarifsDispo.
           IF w-CP-NomTarif = spaces
               MOVE 'TARIF.DAT' TO w-NomTarif
           ELSE
               MOVE w-CP-NomTarif TO w-NomTarif
           END-IF.

      ******************************************************************
      * Age revolu de l'assure a la date de calcul, depuis la date de
           IF TarifsDispo AND AgeValide
               perform Rechercher-Tarif
           END-IF.
           IF w-GarCode = 'IT'
               perform Niveau-AjusterIT
           END-IF.
           IF w-GarCode = 'DC'
               perform Niveau-AjusterDC
           END-IF.
           ADD w-TarifRetenu TO w-PrimeCalculee.

      ******************************************************************
      * Tarif IT ramene a l'indemnite journaliere du contrat, puis
      * au coefficient de sa franchise, lu comme un bareme (carte
      * I1/I3/I9, meme date d'effet et tranche d'age que les autres).
      ******************************************************************
       Niveau-AjusterIT.
           MOVE w-TarifRetenu TO w-TarifBase.
           EVALUATE w-NV-FranchiseJours
               WHEN 015
                   MOVE 'I1' TO w-GarCode
                   MOVE w-CoefFranchise15 TO w-TarifRetenu
               WHEN 090
                   MOVE 'I9' TO w-GarCode
                   MOVE w-CoefFranchise90 TO w-TarifRetenu
               WHEN OTHER
                   MOVE 'I3' TO w-GarCode
                   MOVE w-CoefFranchise30 TO w-TarifRetenu
           END-EVALUATE.
           IF TarifsDispo AND AgeValide
               perform Rechercher-Tarif
           END-IF.
           MOVE w-TarifRetenu TO w-CoefRetenu.
           MOVE 'IT' TO w-GarCode.
           COMPUTE w-TarifRetenu ROUNDED =
               w-TarifBase * w-NV-TauxJournalier
               / w-NV-IndemniteReference * w-CoefRetenu / 100.

       Niveau-AjusterDC.
           COMPUTE w-TarifRetenu ROUNDED =
               w-TarifRetenu * w-NV-CapitalDC / w-NV-CapitalReference.

      ******************************************************************
      * Parmi les baremes de la garantie, retenir celui a la date
      * d'effet la plus recente qui ne depasse pas la date de calcul
               END-IF
           END-IF.

      ************Niveaux de garantie du contrat*********************
           COPY NIVEAUX.

      * END PROGRAM CalculPrime.
