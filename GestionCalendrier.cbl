      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the business-day calendar (CALENDR.DAT)
      *          read by the JoursOuvres date routine. Any signed-on
      *          operator can list a year's closed days; adding,
      *          changing or deleting a day, and generating a year,
      *          are reserved to the supervisor since every delay of
      *          the batch chain - SEPA due dates, dunning and chaser
      *          stages, claim SLA and complaint clocks - moves with
      *          it. Generation writes the French public holidays
      *          (fixed dates, plus Easter Monday, Ascension and Whit
      *          Monday from the Easter date) and the interbank
      *          closing days (1 January, Good Friday, Easter Monday,
      *          1 May, 25 and 26 December); a day already on file is
      *          left as it is, so local adjustments survive a
      *          re-generation. Weekends are never stored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionCalendrier.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCALEN.
           COPY SELOPER.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCALEN.
           COPY FDOPER.

       WORKING-STORAGE SECTION.
           COPY WSCALFS.
           COPY WSOPER.
           COPY WSOPEFS.

       01  w-FinSaisie                 pic x value 'N'.
           88  FinSaisie               value 'O'.
       01  w-JourTrouve                pic x value 'N'.
           88  JourTrouve              value 'O'.
       01  w-FinListe                  pic x value 'N'.
           88  FinListe                value 'O'.

       01  w-ChoixAction               pic x.
       01  w-DateSaisie                pic x(8).
       01  w-DateNum                   pic 9(8).
       01  w-AnneeSaisie               pic x(4).
       01  w-Annee                     pic 9(4).
       01  w-Confirmation              pic x.
       01  w-DateDuJour                pic 9(8).

       01  w-NbMaj                     pic 9(5) value zero.
       01  w-NbListes                  pic 9(3).
       01  w-NbGeneres                 pic 9(3).
       01  w-NbConserves               pic 9(3).

      * Calcul de la date de Paques (algorithme gregorien de Meeus).
       01  w-Paques.
           05  w-PQ-A                  pic 9(4).
           05  w-PQ-B                  pic 9(4).
           05  w-PQ-C                  pic 9(4).
           05  w-PQ-D                  pic 9(4).
           05  w-PQ-E                  pic 9(4).
           05  w-PQ-F                  pic 9(4).
           05  w-PQ-G                  pic 9(4).
           05  w-PQ-H                  pic 9(4).
           05  w-PQ-I                  pic 9(4).
           05  w-PQ-K                  pic 9(4).
           05  w-PQ-L                  pic 9(4).
           05  w-PQ-M                  pic 9(4).
           05  w-PQ-N                  pic 9(4).
           05  w-PQ-Q                  pic 9(4).
           05  w-PQ-Mois               pic 9(2).
           05  w-PQ-Jour               pic 9(2).
           05  w-PQ-Date               pic 9(8).
           05  w-PQ-Rang               pic 9(7).

      * Jour a generer.
       01  w-Genere.
           05  w-GenDate               pic 9(8).
           05  w-GenEcart              pic s9(3).
           05  w-GenLibelle            pic x(30).
           05  w-GenFerie              pic x.
           05  w-GenBanque             pic x.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           perform Operateur-SignOn.
           ACCEPT w-DateDuJour FROM DATE YYYYMMDD.

           OPEN I-O CalendrierF.
           IF NOT CalendrierF-OK
               IF w-CalendrierF-Status = '35'
                   OPEN OUTPUT CalendrierF
                   CLOSE CalendrierF
                   OPEN I-O CalendrierF
               END-IF
           END-IF.

           perform Gerer-UneAction UNTIL FinSaisie.

           CLOSE CalendrierF.

           DISPLAY 'Jours du calendrier mis a jour: ' w-NbMaj.
           STOP RUN.

       Gerer-UneAction.
           DISPLAY 'Calendrier: L=liste d''une annee / A=ajout ou '
               'modification d''un jour / S=suppression / '
               'G=generation d''une annee / vide=fin: '.
           ACCEPT w-ChoixAction.
           EVALUATE w-ChoixAction
               WHEN space
                   MOVE 'O' TO w-FinSaisie
               WHEN 'L'
                   perform Lister-Annee
               WHEN 'A'
               WHEN 'S'
               WHEN 'G'
                   IF NOT Operateur-Superviseur
                       DISPLAY 'Mise a jour du calendrier reservee '
                           'au superviseur.'
                   ELSE
                       EVALUATE w-ChoixAction
                           WHEN 'A' perform Saisir-Jour
                           WHEN 'S' perform Supprimer-Jour
                           WHEN 'G' perform Generer-Annee
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   DISPLAY 'Action invalide.'
           END-EVALUATE.

       Saisir-Annee.
           DISPLAY 'Annee (AAAA): '.
           ACCEPT w-AnneeSaisie.
           IF w-AnneeSaisie IS NUMERIC
               MOVE w-AnneeSaisie TO w-Annee
               IF w-Annee < 1601
                   MOVE zero TO w-Annee
               END-IF
           ELSE
               MOVE zero TO w-Annee
           END-IF.
           IF w-Annee = zero
               DISPLAY 'Annee invalide: ' w-AnneeSaisie
           END-IF.

       Saisir-Date.
           DISPLAY 'Date (AAAAMMJJ): '.
           ACCEPT w-DateSaisie.
           MOVE zero TO w-DateNum.
           IF w-DateSaisie IS NUMERIC
               MOVE w-DateSaisie TO w-DateNum
               IF FUNCTION TEST-DATE-YYYYMMDD(w-DateNum) NOT = zero
                   MOVE zero TO w-DateNum
               END-IF
           END-IF.
           IF w-DateNum = zero
               DISPLAY 'Date invalide: ' w-DateSaisie
           END-IF.

      ******************************************************************
      * Liste des jours fermes d'une annee, dans l'ordre des dates.
      ******************************************************************
       Lister-Annee.
           perform Saisir-Annee.
           IF w-Annee NOT = zero
               MOVE zero TO w-NbListes
               MOVE 'N' TO w-FinListe
               MOVE w-Annee TO FDJF-Date (1:4)
               MOVE '0101' TO FDJF-Date (5:4)
               START CalendrierF KEY IS NOT LESS THAN FDJF-Date
                   INVALID KEY MOVE 'O' TO w-FinListe
               END-START
               PERFORM Lister-UnJour UNTIL FinListe
               DISPLAY w-NbListes ' jour(s) ferme(s) en ' w-Annee
                   ' hors week-ends.'
           END-IF.

       Lister-UnJour.
           READ CalendrierF NEXT RECORD
               AT END MOVE 'O' TO w-FinListe
           END-READ.
           IF NOT FinListe
               IF FDJF-Date (1:4) NOT = w-AnneeSaisie
                   MOVE 'O' TO w-FinListe
               ELSE
                   ADD 1 TO w-NbListes
                   DISPLAY FDJF-Date (7:2) '/' FDJF-Date (5:2) '/'
                       FDJF-Date (1:4) ' ' FDJF-Libelle
                       ' ferie ' FDJF-Ferie
                       ' banques fermees ' FDJF-BanqueFermee
                       ' (' FDJF-CodeOperateur ' ' FDJF-DateMaj ')'
               END-IF
           END-IF.

      ******************************************************************
      * Ajout ou modification d'un jour: un jour ni ferie ni ferme
      * aux banques n'a rien a faire au calendrier (suppression).
      ******************************************************************
       Saisir-Jour.
           perform Saisir-Date.
           IF w-DateNum NOT = zero
               perform Lire-Jour
               IF JourTrouve
                   DISPLAY 'Actuel: ' FDJF-Libelle
                       ' ferie ' FDJF-Ferie
                       ' banques fermees ' FDJF-BanqueFermee
               END-IF
               DISPLAY 'Libelle: '
               ACCEPT FDJF-Libelle
               DISPLAY 'Jour ferie (O/N): '
               ACCEPT FDJF-Ferie
               DISPLAY 'Banques fermees (O/N): '
               ACCEPT FDJF-BanqueFermee
               IF NOT Jour-Ferie
                   MOVE 'N' TO FDJF-Ferie
               END-IF
               IF NOT Jour-BanqueFermee
                   MOVE 'N' TO FDJF-BanqueFermee
               END-IF
               IF NOT Jour-Ferie AND NOT Jour-BanqueFermee
                   DISPLAY 'Jour ni ferie ni ferme aux banques: '
                       'utiliser la suppression.'
               ELSE
                   perform Ecrire-Jour
                   DISPLAY 'Jour ' w-DateSaisie ' enregistre.'
               END-IF
           END-IF.

       Lire-Jour.
           MOVE w-DateSaisie TO FDJF-Date.
           READ CalendrierF
               INVALID KEY
                   MOVE 'N' TO w-JourTrouve
               NOT INVALID KEY
                   MOVE 'O' TO w-JourTrouve
           END-READ.

       Ecrire-Jour.
           MOVE w-DateSaisie TO FDJF-Date.
           MOVE w-CodeOperateur TO FDJF-CodeOperateur.
           MOVE w-DateDuJour TO FDJF-DateMaj.
           IF JourTrouve
               REWRITE FDJF-JourFerme
                   INVALID KEY
                       DISPLAY 'Erreur REWRITE calendrier ' FDJF-Date
               END-REWRITE
           ELSE
               WRITE FDJF-JourFerme
                   INVALID KEY
                       DISPLAY 'Erreur WRITE calendrier ' FDJF-Date
               END-WRITE
           END-IF.
           ADD 1 TO w-NbMaj.

       Supprimer-Jour.
           perform Saisir-Date.
           IF w-DateNum NOT = zero
               perform Lire-Jour
               IF NOT JourTrouve
                   DISPLAY 'Jour absent du calendrier: ' w-DateSaisie
               ELSE
                   DISPLAY 'Supprimer ' FDJF-Libelle ' (O/N)? '
                   ACCEPT w-Confirmation
                   IF w-Confirmation = 'O'
                       DELETE CalendrierF
                           INVALID KEY
                               DISPLAY 'Erreur DELETE calendrier '
                                   FDJF-Date
                       END-DELETE
                       ADD 1 TO w-NbMaj
                       DISPLAY 'Jour ' w-DateSaisie ' supprime.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Generation d'une annee: jours feries legaux et fermetures
      * du systeme de reglement interbancaire (TARGET2).
      ******************************************************************
       Generer-Annee.
           perform Saisir-Annee.
           IF w-Annee NOT = zero
               MOVE zero TO w-NbGeneres
               MOVE zero TO w-NbConserves
               perform Calculer-Paques
               MOVE w-Annee TO w-GenDate (1:4)

               MOVE '0101' TO w-GenDate (5:4)
               MOVE 'Jour de l''an' TO w-GenLibelle
               MOVE 'O' TO w-GenFerie
               MOVE 'O' TO w-GenBanque
               perform Generer-Jour
               MOVE '0501' TO w-GenDate (5:4)
               MOVE 'Fete du travail' TO w-GenLibelle
               perform Generer-Jour
               MOVE '1225' TO w-GenDate (5:4)
               MOVE 'Noel' TO w-GenLibelle
               perform Generer-Jour

               MOVE 'N' TO w-GenBanque
               MOVE '0508' TO w-GenDate (5:4)
               MOVE 'Victoire 1945' TO w-GenLibelle
               perform Generer-Jour
               MOVE '0714' TO w-GenDate (5:4)
               MOVE 'Fete nationale' TO w-GenLibelle
               perform Generer-Jour
               MOVE '0815' TO w-GenDate (5:4)
               MOVE 'Assomption' TO w-GenLibelle
               perform Generer-Jour
               MOVE '1101' TO w-GenDate (5:4)
               MOVE 'Toussaint' TO w-GenLibelle
               perform Generer-Jour
               MOVE '1111' TO w-GenDate (5:4)
               MOVE 'Armistice 1918' TO w-GenLibelle
               perform Generer-Jour

               MOVE 'N' TO w-GenFerie
               MOVE 'O' TO w-GenBanque
               MOVE '1226' TO w-GenDate (5:4)
               MOVE 'Lendemain de Noel (banques)' TO w-GenLibelle
               perform Generer-Jour

               MOVE -2 TO w-GenEcart
               MOVE 'Vendredi saint (banques)' TO w-GenLibelle
               perform Generer-JourMobile
               MOVE 'O' TO w-GenFerie
               MOVE 1 TO w-GenEcart
               MOVE 'Lundi de Paques' TO w-GenLibelle
               perform Generer-JourMobile
               MOVE 'N' TO w-GenBanque
               MOVE 39 TO w-GenEcart
               MOVE 'Ascension' TO w-GenLibelle
               perform Generer-JourMobile
               MOVE 50 TO w-GenEcart
               MOVE 'Lundi de Pentecote' TO w-GenLibelle
               perform Generer-JourMobile

               DISPLAY 'Annee ' w-Annee ' (Paques le '
                   w-PQ-Jour '/' w-PQ-Mois '): ' w-NbGeneres
                   ' jour(s) cree(s), ' w-NbConserves
                   ' deja au calendrier conserve(s).'
           END-IF.

      ******************************************************************
      * Dimanche de Paques de l'annee w-Annee.
      ******************************************************************
       Calculer-Paques.
           DIVIDE w-Annee BY 19 GIVING w-PQ-Q REMAINDER w-PQ-A.
           DIVIDE w-Annee BY 100 GIVING w-PQ-B REMAINDER w-PQ-C.
           DIVIDE w-PQ-B BY 4 GIVING w-PQ-D REMAINDER w-PQ-E.
           COMPUTE w-PQ-F = (w-PQ-B + 8) / 25.
           COMPUTE w-PQ-G = (w-PQ-B - w-PQ-F + 1) / 3.
           COMPUTE w-PQ-N = 19 * w-PQ-A + w-PQ-B - w-PQ-D - w-PQ-G
               + 15.
           DIVIDE w-PQ-N BY 30 GIVING w-PQ-Q REMAINDER w-PQ-H.
           DIVIDE w-PQ-C BY 4 GIVING w-PQ-I REMAINDER w-PQ-K.
           COMPUTE w-PQ-N = 32 + 2 * w-PQ-E + 2 * w-PQ-I
               - w-PQ-H - w-PQ-K.
           DIVIDE w-PQ-N BY 7 GIVING w-PQ-Q REMAINDER w-PQ-L.
           COMPUTE w-PQ-M = (w-PQ-A + 11 * w-PQ-H + 22 * w-PQ-L)
               / 451.
           COMPUTE w-PQ-N = w-PQ-H + w-PQ-L - 7 * w-PQ-M + 114.
           DIVIDE w-PQ-N BY 31 GIVING w-PQ-Mois REMAINDER w-PQ-Jour.
           ADD 1 TO w-PQ-Jour.
           COMPUTE w-PQ-Date = w-Annee * 10000 + w-PQ-Mois * 100
               + w-PQ-Jour.
           COMPUTE w-PQ-Rang = FUNCTION INTEGER-OF-DATE(w-PQ-Date).

       Generer-JourMobile.
           COMPUTE w-GenDate =
               FUNCTION DATE-OF-INTEGER(w-PQ-Rang + w-GenEcart).
           perform Generer-Jour.

       Generer-Jour.
           MOVE w-GenDate TO w-DateSaisie.
           perform Lire-Jour.
           IF JourTrouve
               ADD 1 TO w-NbConserves
           ELSE
               MOVE w-GenLibelle TO FDJF-Libelle
               MOVE w-GenFerie TO FDJF-Ferie
               MOVE w-GenBanque TO FDJF-BanqueFermee
               perform Ecrire-Jour
               ADD 1 TO w-NbGeneres
           END-IF.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      * END PROGRAM GestionCalendrier.
