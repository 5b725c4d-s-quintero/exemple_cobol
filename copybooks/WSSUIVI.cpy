      ******************************************************************
      * Working-storage for the claim follow-up paragraphs
      * (SUIVISIN.cpy). The caller fills w-SV-DateJour (AAAAMMJJ);
      * for the claim on FD-Sinistre it gets back the days open
      * against the SLA of its type, the pieces still missing and
      * the next action due with its date, delays counted by the
      * JoursOuvres routine. Needs WSSLA.cpy and WSJOUVR.cpy too.
      ******************************************************************
       01  w-SV-DateJour               pic 9(8).
       01  w-SV-DateDeclaration        pic 9(8).
       01  w-SV-JoursOuverts           pic s9(5).
       01  w-SV-Seuil                  pic 9(3).
       01  w-SV-Regle                  pic x.
       01  w-SV-EnRetard               pic x.
           88  SV-EnRetard             value 'O'.
       01  w-SV-NbManquantes           pic 9(2).
       01  w-SV-Action                 pic x(16).
       01  w-SV-DateAction             pic 9(8).
       01  w-SV-DateRelance            pic 9(8).
       01  w-SV-DateBase               pic 9(8).
      * Delai de relance d'une piece et sa regle de decompte, les
      * memes que RelancesPieces.
       01  w-SV-DelaiRelance           pic 9(3) value 15.
       01  w-SV-RegleRelance           pic x value 'O'.
       01  w-SV-FinPieces              pic x.
           88  SV-FinPieces            value 'O'.
       01  w-SV-Idx                    pic 9.
