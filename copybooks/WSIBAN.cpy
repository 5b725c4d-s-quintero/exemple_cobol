      ******************************************************************
      * Parameter block for the ControleIBAN subprogram.
      * Function 'D': the caller fills the four RIB pieces; the
      * subprogram checks the cle RIB and hands back the FR IBAN.
      * Function 'V': the caller fills an IBAN already held (compact,
      * no spaces); the subprogram checks it and, for a French IBAN,
      * hands back the RIB pieces.
      * Either way, a valid IBAN then gets its BIC from the bank
      * reference file. w-IB-Retour: '00' IBAN and BIC good, '20'
      * RIB incomplete or not numeric, '21' wrong cle RIB, '22' IBAN
      * invalid (format or check digits), '30' valid IBAN but no
      * BIC known for the bank, '16' unknown function. w-IB-Motif
      * carries the reason in words for reject lists.
      ******************************************************************
       01  ControleIBANParm.
           05  w-IB-Fonction               pic x.
           05  w-IB-CodeBanque             pic x(5).
           05  w-IB-CodeGuichet            pic x(5).
           05  w-IB-RacineCompte           pic x(11).
           05  w-IB-CleRIB                 pic x(2).
           05  w-IB-IBAN                   pic x(34).
           05  w-IB-BIC                    pic x(11).
           05  w-IB-Retour                 pic xx.
               88  IB-Accepte              value '00'.
               88  IB-RIBIncomplet         value '20'.
               88  IB-CleRIBErronee        value '21'.
               88  IB-IBANInvalide         value '22'.
               88  IB-BICInconnu           value '30'.
               88  IB-FonctionInvalide     value '16'.
           05  w-IB-Motif                  pic x(20).
