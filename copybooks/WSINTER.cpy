      ******************************************************************
      * Working-storage for the late-payment interest paragraphs
      * (INTERETS.cpy). The caller fills the claim code, the amount
      * paid and the payment date (AAAAMMJJ), and sets
      * w-IR-TauxDispo when TauxLegalF is open; it gets back the
      * date the file became complete (zero: pieces missing or none
      * on file), the legal payment deadline, the days paid late
      * and the interest due.
      ******************************************************************
       01  w-IR-CodeSinistre           pic x(10).
       01  w-IR-Montant                pic 9(9)v99.
       01  w-IR-DatePaiement           pic 9(8).
       01  w-IR-TauxDispo              pic x value 'N'.
           88  IR-TauxDispo            value 'O'.
      * Delai legal de paiement, en jours apres le dossier complet.
       01  w-IR-Delai                  pic 9(3) value 030.

       01  w-IR-DateComplet            pic 9(8).
       01  w-IR-DateLimite             pic 9(8).
       01  w-IR-JoursRetard            pic 9(5).
       01  w-IR-Interets               pic 9(9)v99.

       01  w-IR-Incomplet              pic x.
           88  IR-Incomplet            value 'O'.
       01  w-IR-FinPieces              pic x.
           88  IR-FinPieces            value 'O'.
       01  w-IR-FinTaux                pic x.
           88  IR-FinTaux              value 'O'.
       01  w-IR-PrecTrouve             pic x.
           88  IR-PrecTrouve           value 'O'.
       01  w-IR-DateEffet              pic 9(8).
       01  w-IR-PrecDate               pic 9(8).
       01  w-IR-PrecTaux               pic 9(2)v99.
       01  w-IR-Debut                  pic 9(7).
       01  w-IR-Fin                    pic 9(7).
       01  w-IR-SegDebut               pic 9(7).
       01  w-IR-SegFin                 pic 9(7).
       01  w-IR-Cumul                  pic 9(9)v9(6).
