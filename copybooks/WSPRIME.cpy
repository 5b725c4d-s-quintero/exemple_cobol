      ******************************************************************
      * Parameter block for the CalculPrime subprogram, passed ahead
      * of the contract, birth date, calculation date, premium and
      * breakdown (WSPRIMV.cpy).
      * Function 'P': price the contract at the calculation date
      * against the tariff master in use.
      * Function 'T': switch the tariff master the following 'P'
      * calls price from to w-CP-NomTarif (blank = the live
      * TARIF.DAT); the other parameters are not looked at.
      * w-CP-Retour: '00' done, '16' unknown function.
      ******************************************************************
       01  CalculPrimeParm.
           05  w-CP-Fonction               pic x.
               88  CP-Tarifer              value 'P'.
               88  CP-ChangerTarif         value 'T'.
           05  w-CP-NomTarif               pic x(12).
           05  w-CP-Retour                 pic xx.
               88  CP-Accepte              value '00'.
               88  CP-FonctionInvalide     value '16'.
