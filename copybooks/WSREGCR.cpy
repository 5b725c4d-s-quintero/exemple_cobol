      ******************************************************************
      * Parameter block for the RegistreCourrier subprogram, which
      * records every printed letter on the correspondence register.
      * The caller sets w-RG-Programme once, then for each letter
      * calls 'D' (new letter: client, reference, letter code) and
      * 'L' once per line printed, the line in w-RG-Ligne, in the
      * order the lines go out. The subprogram answers the letter's
      * number of the day; '30' means the register could not be
      * written and the letter is not recorded.
      ******************************************************************
       01  RegistreCourrierParm.
           05  w-RG-Fonction               pic x.
           05  w-RG-CodeClient             pic x(10).
           05  w-RG-Reference              pic x(20).
           05  w-RG-CodeLettre             pic x(8).
           05  w-RG-Programme              pic x(18).
           05  w-RG-Ligne                  pic x(100).
           05  w-RG-NumCourrier            pic 9(3).
           05  w-RG-Retour                 pic xx.
               88  RG-Accepte              value '00'.
               88  RG-FonctionInvalide     value '16'.
               88  RG-RegistreIndispo      value '30'.
