      ******************************************************************
      * Parameter block for the JoursOuvres date routine. The caller
      * names the function, the counting rule and the date(s); the
      * routine answers from the business-day calendar (CALENDR.DAT,
      * loaded once per run; absent, only weekends are closed).
      *   A - the date w-JO-NbJours days after w-JO-Date: in business
      *       days for rules O and B (zero days: the date itself if
      *       open, else the next open day), in calendar days for
      *       rule C, carried to the next open day when it falls on
      *       a closed one;
      *   S - the next business day after w-JO-Date (rule O or B);
      *   E - the days from w-JO-Date (excluded) to w-JO-DateFin
      *       (included) under the rule, negative when the end comes
      *       first;
      *   T - whether w-JO-Date is a business day under the rule.
      * Rules: C calendar days, O business days (weekends and public
      * holidays closed), B bank business days (weekends and bank
      * closing days closed). Dates AAAAMMJJ. Return '12' for an
      * invalid date, '16' for an unknown function.
      ******************************************************************
       01  JoursOuvresParm.
           05  w-JO-Fonction               pic x.
           05  w-JO-Regle                  pic x.
               88  JO-Calendaire           value 'C'.
               88  JO-Ouvres               value 'O'.
               88  JO-OuvresBancaires      value 'B'.
           05  w-JO-Date                   pic 9(8).
           05  w-JO-DateFin                pic 9(8).
           05  w-JO-NbJours                pic s9(5).
           05  w-JO-Resultat               pic 9(8).
           05  w-JO-Ouvre                  pic x.
               88  JO-JourOuvre            value 'O'.
           05  w-JO-Retour                 pic xx.
               88  JO-Accepte              value '00'.
               88  JO-DateInvalide         value '12'.
               88  JO-FonctionInvalide     value '16'.
