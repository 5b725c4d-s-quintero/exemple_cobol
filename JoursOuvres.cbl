      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared business-day date routine. CALLed with the
      *          parameter block of WSJOUVR.cpy by every program that
      *          counts a delay: next business day, a date so many
      *          business (or calendar) days on, the business days
      *          between two dates, or whether a day is open. Closed
      *          days are Saturdays, Sundays and the days of the
      *          calendar file CALENDR.DAT maintained through
      *          GestionCalendrier - public holidays for the office
      *          rule, bank closing days for the bank rule (SEPA
      *          dates). The calendar is read once, on the first
      *          call of the run, and kept in a table; without the
      *          file only weekends are closed. A delay counted in
      *          calendar days that falls on a closed day is carried
      *          to the next open one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JoursOuvres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCALEN.

       DATA DIVISION.
       FILE SECTION.
           COPY FDCALEN.

       WORKING-STORAGE SECTION.
           COPY WSCALFS.

       01  w-CalendrierCharge          pic x value 'N'.
           88  CalendrierCharge        value 'O'.
       01  w-FinCalendrier             pic x.
           88  FinCalendrier           value 'O'.

      * Jours fermes du calendrier, dans l'ordre des dates.
       01  w-NbFermes                  pic 9(4) value zero.
       01  w-MaxFermes                 pic 9(4) value 1000.
       01  w-Fermes.
           05  w-Ferme                 occurs 1000 times.
               10  w-FermeDate         pic 9(8).
               10  w-FermeFerie        pic x.
               10  w-FermeBanque       pic x.
       01  w-IdxF                      pic 9(4).

       01  w-RegleTest                 pic x.
       01  w-Jour                      pic 9(7).
       01  w-JourDebut                 pic 9(7).
       01  w-JourFin                   pic 9(7).
       01  w-JourSemaine               pic 9.
       01  w-DateTestee                pic 9(8).
       01  w-Ouvre                     pic x.
           88  Ouvre                   value 'O'.
       01  w-FinRecherche              pic x.
           88  FinRecherche            value 'O'.
       01  w-Compte                    pic 9(5).
       01  w-Cible                     pic 9(5).
       01  w-Pas                       pic s9.
       01  w-Sens                      pic s9.

       LINKAGE SECTION.
           COPY WSJOUVR.

       PROCEDURE DIVISION USING JoursOuvresParm.

       MAIN-PROCEDURE.
           MOVE '00' TO w-JO-Retour.
           IF NOT CalendrierCharge
               perform Calendrier-Charger
           END-IF.
           IF JO-Calendaire
               MOVE 'O' TO w-RegleTest
           ELSE
               MOVE w-JO-Regle TO w-RegleTest
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(w-JO-Date) NOT = zero
               MOVE '12' TO w-JO-Retour
           ELSE
               EVALUATE w-JO-Fonction
                   WHEN 'A'
                       perform Date-Ajouter
                   WHEN 'S'
                       perform Date-Suivante
                   WHEN 'E'
                       IF FUNCTION TEST-DATE-YYYYMMDD(w-JO-DateFin)
                           NOT = zero
                           MOVE '12' TO w-JO-Retour
                       ELSE
                           perform Date-Ecart
                       END-IF
                   WHEN 'T'
                       COMPUTE w-Jour =
                           FUNCTION INTEGER-OF-DATE(w-JO-Date)
                       perform Jour-Tester
                       MOVE w-Ouvre TO w-JO-Ouvre
                   WHEN OTHER
                       MOVE '16' TO w-JO-Retour
               END-EVALUATE
           END-IF.
           GOBACK.

      ******************************************************************
      * Chargement du calendrier au premier appel du run.
      ******************************************************************
       Calendrier-Charger.
           MOVE 'O' TO w-CalendrierCharge.
           MOVE zero TO w-NbFermes.
           OPEN INPUT CalendrierF.
           IF CalendrierF-OK
               MOVE 'N' TO w-FinCalendrier
               MOVE LOW-VALUES TO FDJF-Date
               START CalendrierF KEY IS NOT LESS THAN FDJF-Date
                   INVALID KEY MOVE 'O' TO w-FinCalendrier
               END-START
               PERFORM Calendrier-LireUn UNTIL FinCalendrier
               CLOSE CalendrierF
           ELSE
               DISPLAY 'Calendrier des jours ouvres absent (statut '
                   w-CalendrierF-Status '): seuls les week-ends '
                   'sont fermes.'
           END-IF.

       Calendrier-LireUn.
           READ CalendrierF NEXT RECORD
               AT END MOVE 'O' TO w-FinCalendrier
           END-READ.
           IF NOT FinCalendrier
               IF FDJF-Date NUMERIC
                   IF w-NbFermes < w-MaxFermes
                       ADD 1 TO w-NbFermes
                       MOVE FDJF-Date TO w-FermeDate (w-NbFermes)
                       MOVE FDJF-Ferie TO w-FermeFerie (w-NbFermes)
                       MOVE FDJF-BanqueFermee
                           TO w-FermeBanque (w-NbFermes)
                   ELSE
                       DISPLAY 'Calendrier: table pleine, jours '
                           'fermes au-dela du ' w-FermeDate (w-NbFermes)
                           ' ignores.'
                       MOVE 'O' TO w-FinCalendrier
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Le jour w-Jour (rang de INTEGER-OF-DATE) est-il ouvert selon
      * la regle? Le rang 1 est un lundi: reste 6 samedi, 0 dimanche.
      ******************************************************************
       Jour-Tester.
           MOVE 'O' TO w-Ouvre.
           COMPUTE w-JourSemaine = FUNCTION MOD(w-Jour 7).
           IF w-JourSemaine = 0 OR w-JourSemaine = 6
               MOVE 'N' TO w-Ouvre
           ELSE
               COMPUTE w-DateTestee = FUNCTION DATE-OF-INTEGER(w-Jour)
               MOVE 'N' TO w-FinRecherche
               PERFORM Jour-Comparer
                   VARYING w-IdxF FROM 1 BY 1
                   UNTIL w-IdxF > w-NbFermes OR FinRecherche
           END-IF.

       Jour-Comparer.
           IF w-FermeDate (w-IdxF) >= w-DateTestee
               MOVE 'O' TO w-FinRecherche
               IF w-FermeDate (w-IdxF) = w-DateTestee
                   IF w-RegleTest = 'B'
                       IF w-FermeBanque (w-IdxF) = 'O'
                           MOVE 'N' TO w-Ouvre
                       END-IF
                   ELSE
                       IF w-FermeFerie (w-IdxF) = 'O'
                           MOVE 'N' TO w-Ouvre
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Jour-Avancer.
           ADD 1 TO w-Jour.
           perform Jour-Tester.

      ******************************************************************
      * Date a N jours: N jours ouvres (zero: le jour meme s'il est
      * ouvert), ou N jours calendaires reportes au premier jour
      * ouvert. Un N negatif compte a rebours.
      ******************************************************************
       Date-Ajouter.
           COMPUTE w-Jour = FUNCTION INTEGER-OF-DATE(w-JO-Date).
           IF JO-Calendaire
               COMPUTE w-Jour = w-Jour + w-JO-NbJours
               perform Jour-Tester
               PERFORM Jour-Avancer UNTIL Ouvre
           ELSE
               IF w-JO-NbJours = zero
                   perform Jour-Tester
                   PERFORM Jour-Avancer UNTIL Ouvre
               ELSE
                   IF w-JO-NbJours > zero
                       MOVE 1 TO w-Pas
                       MOVE w-JO-NbJours TO w-Cible
                   ELSE
                       MOVE -1 TO w-Pas
                       COMPUTE w-Cible = zero - w-JO-NbJours
                   END-IF
                   MOVE zero TO w-Compte
                   PERFORM Jour-Compter UNTIL w-Compte = w-Cible
               END-IF
           END-IF.
           COMPUTE w-JO-Resultat = FUNCTION DATE-OF-INTEGER(w-Jour).

       Jour-Compter.
           COMPUTE w-Jour = w-Jour + w-Pas.
           perform Jour-Tester.
           IF Ouvre
               ADD 1 TO w-Compte
           END-IF.

       Date-Suivante.
           COMPUTE w-Jour = FUNCTION INTEGER-OF-DATE(w-JO-Date).
           perform Jour-Avancer.
           PERFORM Jour-Avancer UNTIL Ouvre.
           COMPUTE w-JO-Resultat = FUNCTION DATE-OF-INTEGER(w-Jour).

      ******************************************************************
      * Jours du lendemain de la date de depart jusqu'a la date de
      * fin incluse: tous en calendaire, les seuls ouverts sinon.
      ******************************************************************
       Date-Ecart.
           COMPUTE w-JourDebut = FUNCTION INTEGER-OF-DATE(w-JO-Date).
           COMPUTE w-JourFin = FUNCTION INTEGER-OF-DATE(w-JO-DateFin).
           IF JO-Calendaire
               COMPUTE w-JO-NbJours = w-JourFin - w-JourDebut
           ELSE
               MOVE 1 TO w-Sens
               IF w-JourFin < w-JourDebut
                   MOVE -1 TO w-Sens
                   MOVE w-JourDebut TO w-Jour
                   MOVE w-JourFin TO w-JourDebut
                   MOVE w-Jour TO w-JourFin
               END-IF
               MOVE zero TO w-Compte
               ADD 1 TO w-JourDebut
               PERFORM Jour-CompterOuvert
                   VARYING w-Jour FROM w-JourDebut BY 1
                   UNTIL w-Jour > w-JourFin
               COMPUTE w-JO-NbJours = w-Compte * w-Sens
           END-IF.

       Jour-CompterOuvert.
           perform Jour-Tester.
           IF Ouvre
               ADD 1 TO w-Compte
           END-IF.

      * END PROGRAM JoursOuvres.
