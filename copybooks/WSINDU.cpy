      ******************************************************************
      * Working-storage for the overpayment paragraphs (INDUS.cpy).
      * Detection: the caller fills the claim, client, contract, the
      * origin, the date (AAAAMMJJ), what the payments register shows
      * paid on the claim and what is owed on it; it gets back the
      * amount of the overpayment opened by this call (zero: nothing
      * new). Deduction: the caller fills the client, the amount
      * about to be paid and the reference of that payment; it gets
      * back what was kept against the client's open overpayments.
      ******************************************************************
       01  w-IN-CodeSinistre           pic x(10).
       01  w-IN-CodeClient             pic x(10).
       01  w-IN-CodeContrat            pic x(10).
       01  w-IN-Origine                pic x.
       01  w-IN-Date                   pic 9(8).
       01  w-IN-CodeOperateur          pic x(8).
       01  w-IN-MontantPaye            pic 9(9)v99.
       01  w-IN-MontantDu              pic 9(9)v99.
       01  w-IN-Ouvert                 pic 9(9)v99.

       01  w-IN-APayer                 pic 9(9)v99.
       01  w-IN-RefPaiement            pic x(20).
       01  w-IN-Deduit                 pic 9(9)v99.

       01  w-IN-DejaOuvert             pic 9(9)v99.
       01  w-IN-Exces                  pic s9(9)v99.
       01  w-IN-DernierNum             pic 9(2).
       01  w-IN-Reste                  pic 9(9)v99.
       01  w-IN-Part                   pic 9(9)v99.
       01  w-IN-TypeMouvement          pic x.
       01  w-IN-Fin                    pic x.
           88  IN-Fin                  value 'O'.
       01  w-IN-ClientTrouve           pic x.
           88  IN-ClientTrouve         value 'O'.
       01  w-IN-IdxLettre              pic 9(2).
