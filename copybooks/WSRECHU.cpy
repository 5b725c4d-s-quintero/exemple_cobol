      ******************************************************************
      * Working-storage for the IT relapse paragraphs (RECHUTES.cpy):
      * the relapse window with the policy default, the exchange
      * fields the caller fills before PERFORMing Rechute-Rechercher
      * and the answer it gets back.
      ******************************************************************
       01  w-RechuteF-Status           pic xx.

      * Fenetre de rechute des conditions generales, en jours apres
      * la reprise du travail - remplacee par RECHUTE.DAT.
       01  w-RH-Fenetre                pic 9(3) value 060.

      * Demande: declarant, contrat, assure, date du nouvel arret
      * (JJ/MM/AAAA) et date du jour (AAAAMMJJ).
       01  w-RH-CodeClient             pic x(10).
       01  w-RH-CodeContrat            pic x(10).
       01  w-RH-NumAssure              pic 9(2).
       01  w-RH-DateSinistre           pic x(10).
       01  w-RH-DateJour               pic 9(8).

      * Reponse: l'arret precedent retenu, l'origine de la chaine et
      * les cumuls a reporter sur la rechute.
       01  w-RH-Trouve                 pic x.
           88  RH-Trouve               value 'O'.
       01  w-RH-SinistreLie            pic x(10).
       01  w-RH-DateRetour             pic x(10).
       01  w-RH-CodeOrigine            pic x(10).
       01  w-RH-JoursArret             pic 9(5).
       01  w-RH-JoursDossier           pic 9(5).

       01  w-RH-FinScan                pic x.
           88  RH-FinScan              value 'O'.
       01  w-RH-SinAAAAMMJJ            pic 9(8).
       01  w-RH-RetourAAAAMMJJ         pic 9(8).
       01  w-RH-MeilleurRetour         pic 9(8).
       01  w-RH-DebutAAAAMMJJ          pic 9(8).
       01  w-RH-FinAAAAMMJJ            pic 9(8).
       01  w-RH-Ecart                  pic s9(8).
