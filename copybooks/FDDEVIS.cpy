      ******************************************************************
      * FD for the quotes (devis) file. One record per quote issued
      * by DevisContrat: the prospect's identity, the guarantees,
      * levels, fractionnement and broker asked for, the premium as
      * priced on the quote date - monthly premium from CalculPrime,
      * then the instalment of the chosen cycle broken down per
      * guarantee, with its insurance tax - and the validity date.
      * A quote converted into an enrollment keeps the client and
      * contract codes it became and the conversion date, which the
      * monthly conversion report (RapportDevis) counts per broker.
      ******************************************************************
       FD  DevisF.
       01  FDV-Devis.
           05  FDV-NumDevis                pic x(10).
           05  FDV-DateDevis               pic x(8).
           05  FDV-DateValidite            pic x(8).
           05  FDV-Statut                  pic x.
               88  Devis-EnCours           value 'A'.
               88  Devis-Converti          value 'C'.
               88  Devis-Expire            value 'E'.
           05  FDV-CodeOperateur           pic x(8).
           05  FDV-Nom                     pic x(20).
           05  FDV-Prenom                  pic x(20).
           05  FDV-DateNaissance           pic x(10).
           05  FDV-Adresse                 pic x(30).
           05  FDV-CodePostal              pic 9(5).
           05  FDV-Ville                   pic x(20).
           05  FDV-IT                      pic x.
           05  FDV-IA                      pic x.
           05  FDV-PE                      pic x.
           05  FDV-DC                      pic x.
           05  FDV-MT                      pic x.
           05  FDV-CH                      pic x.
           05  FDV-CodeCourtier            pic x(10).
           05  FDV-Fractionnement          pic x.
           05  FDV-IT-Indemnite            pic 9(5)v99.
           05  FDV-IT-Franchise            pic 9(3).
           05  FDV-DC-Capital              pic 9(7)v99.
      * Avis de ControleSouscription au jour du devis: 'A' accepte,
      * 'R' a referer (la conversion exigera un superviseur).
           05  FDV-AvisSouscription        pic x.
           05  FDV-MotifSouscription       pic x(40).
           05  FDV-PrimeMensuelle          pic 9(7)v99.
           05  FDV-PrimeEcheance           pic 9(7)v99.
           05  FDV-TaxeEcheance            pic 9(7)v99.
           05  FDV-TotalEcheance           pic 9(7)v99.
           05  FDV-PrimeIT                 pic 9(7)v99.
           05  FDV-PrimeIA                 pic 9(7)v99.
           05  FDV-PrimePE                 pic 9(7)v99.
           05  FDV-PrimeDC                 pic 9(7)v99.
           05  FDV-PrimeMT                 pic 9(7)v99.
           05  FDV-PrimeCH                 pic 9(7)v99.
           05  FDV-TaxeIT                  pic 9(7)v99.
           05  FDV-TaxeIA                  pic 9(7)v99.
           05  FDV-TaxePE                  pic 9(7)v99.
           05  FDV-TaxeDC                  pic 9(7)v99.
           05  FDV-TaxeMT                  pic 9(7)v99.
           05  FDV-TaxeCH                  pic 9(7)v99.
           05  FDV-CodeClient              pic x(10).
           05  FDV-CodeContrat             pic x(10).
           05  FDV-DateConversion          pic x(8).
