      ******************************************************************
      * Working-storage for the interface control paragraphs
      * (FLUX.cpy). The caller sets w-FX-TypeFichier before anything
      * else. Writing, it moves each detail's amount to w-FX-Montant
      * before counting the line. Reading, it adds each detail's
      * amount to w-FX-Total on the first pass; w-FX-Statut then
      * says whether the file may be loaded. Needs WSCTLFX.cpy and
      * WSRUNCT.cpy too.
      ******************************************************************
       01  w-FX-TypeFichier            pic x(8).
       01  w-FX-Sequence               pic 9(6).
       01  w-FX-DateCreation           pic 9(8).
       01  w-FX-NbLignes               pic 9(9).
       01  w-FX-NbDetails              pic 9(9).
       01  w-FX-Total                  pic s9(13)v99.
       01  w-FX-Montant                pic s9(11)v99.
       01  w-FX-PiedNb                 pic 9(9).
       01  w-FX-PiedTotal              pic s9(13)v99.
       01  w-FX-TypeLigne              pic x.
           88  FX-LigneEntete          value 'E'.
           88  FX-LigneDetail          value 'D'.
           88  FX-LignePied            value 'P'.
       01  w-FX-PiedLu                 pic x.
           88  FX-PiedLu               value 'O'.
      * Resultat du controle: 00 accepte, 01 en-tete absent ou d'un
      * autre fichier, 02 pied absent, 03 nombre d'enregistrements,
      * 04 total de controle, 05 sequence deja chargee, 06 sequence
      * manquante, 07 enregistrement apres le pied ou en-tete double.
       01  w-FX-Statut                 pic xx.
           88  FX-Accepte              value '00'.
       01  w-FX-Motif                  pic x(20).
       01  w-FX-DateDuJour             pic 9(8).
