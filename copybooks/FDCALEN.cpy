      ******************************************************************
      * FD for the business-day calendar: the days, besides Saturdays
      * and Sundays, on which the office (jour ferie) or the
      * interbank settlement system (fermeture bancaire) is closed -
      * the two do not always coincide (Good Friday closes the banks
      * but not the office, 8 May the office but not the banks).
      * Maintained by GestionCalendrier, read by the JoursOuvres
      * date routine.
      ******************************************************************
       FD  CalendrierF.
       01  FDJF-JourFerme.
           05  FDJF-Date                   pic x(8).
           05  FDJF-Libelle                pic x(30).
           05  FDJF-Ferie                  pic x.
               88  Jour-Ferie              value 'O'.
           05  FDJF-BanqueFermee           pic x.
               88  Jour-BanqueFermee       value 'O'.
           05  FDJF-CodeOperateur          pic x(8).
           05  FDJF-DateMaj                pic x(8).
