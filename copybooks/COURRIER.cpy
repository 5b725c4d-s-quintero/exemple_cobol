      ******************************************************************
      * Correspondence register paragraphs, COPY'd into the PROCEDURE
      * DIVISION of every program that prints letters. Courrier-Debut
      * opens a new letter on the register (w-RG-CodeClient,
      * w-RG-Reference and w-RG-CodeLettre set by the caller);
      * Courrier-Ligne records the line in w-RG-Ligne - call it for
      * every line of the letter as it is written to the print file,
      * so the register holds the letter exactly as it went out.
      * Requires WSREGCR.cpy in WORKING-STORAGE, w-RG-Programme set
      * at the start of the run.
      ******************************************************************
       Courrier-Debut.
           MOVE 'D' TO w-RG-Fonction.
           CALL 'RegistreCourrier' USING RegistreCourrierParm.

       Courrier-Ligne.
           MOVE 'L' TO w-RG-Fonction.
           CALL 'RegistreCourrier' USING RegistreCourrierParm.
