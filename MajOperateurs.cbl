      *          to supervisor level so somebody can administer the
      *          rest. Once the file has records, running this
      *          program itself requires a supervisor sign-on.
      *          An update or supervisor operator can be made a claim
      *          handler by listing the claim types handled; marking
      *          a handler absent takes them out of the assignment
      *          turn until they are back. Every update or
      *          supervisor operator carries a settlement authority
      *          per claim type; an accepted settlement above it is
      *          held for a supervisor's approval.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
           COPY WSOPER.
           COPY WSOPEFS.
           COPY WSDELEG.

       01  w-FichierVide               pic x value 'O'.
           88  FichierVide             value 'O'.
           88  OperTrouve              value 'O'.

       01  w-CodeSaisi                 pic x(8).
       01  w-TypesSaisis               pic x(17).
       01  w-LimiteEditee              pic z(6)9.99.

       PROCEDURE DIVISION.

           DISPLAY 'Mot de passe: '.
           ACCEPT FDO-MotPasse.
           MOVE '3' TO FDO-Niveau.
           MOVE spaces TO FDO-TypesSinistre.
           MOVE 'N' TO FDO-Absent.
           MOVE zero TO FDO-LimitesReglement.
           WRITE FDO-Operateur
               INVALID KEY
                   DISPLAY 'Erreur WRITE operateur '
               NOT INVALID KEY
                   MOVE 'O' TO w-OperTrouve
                   DISPLAY 'Existant: ' FDO-Nom ' niveau ' FDO-Niveau
                   DISPLAY '  sinistres geres: ' FDO-TypeSinistre (1)
                       ' ' FDO-TypeSinistre (2) ' ' FDO-TypeSinistre (3)
                       ' ' FDO-TypeSinistre (4) ' ' FDO-TypeSinistre (5)
                       ' ' FDO-TypeSinistre (6) ' absent: ' FDO-Absent
                   IF FDO-LimitesReglement NUMERIC
                       PERFORM Afficher-Limite
                           VARYING w-DL-Rang FROM 1 BY 1
                           UNTIL w-DL-Rang > 6
                   END-IF
           END-READ.
           MOVE w-CodeSaisi TO FDO-CodeOperateur.
           DISPLAY 'Nom (vide = supprimer): '.
                   DISPLAY 'Niveau invalide, force a 1.'
                   MOVE '1' TO FDO-Niveau
               END-IF
               perform Saisir-Gestionnaire
               perform Saisir-Delegation
               IF OperTrouve
                   REWRITE FDO-Operateur
                       INVALID KEY
               DISPLAY 'Operateur ' w-CodeSaisi ' enregistre.'
           END-IF.

      ******************************************************************
      * Gestionnaire de sinistres: les types traites (IT IA PE DC MT
      * CH, separes par un blanc; vide = pas gestionnaire) et
      * l'absence, qui l'ecarte du tour d'attribution. Un operateur
      * en consultation ne peut pas gerer de dossier.
      ******************************************************************
       Saisir-Gestionnaire.
           MOVE spaces TO FDO-TypesSinistre.
           MOVE 'N' TO FDO-Absent.
           IF FDO-Niveau = '2' OR FDO-Niveau = '3'
               DISPLAY 'Types de sinistre geres (ex. IT DC, vide = '
                   'aucun): '
               ACCEPT w-TypesSaisis
               UNSTRING w-TypesSaisis DELIMITED BY ALL SPACE
                   INTO FDO-TypeSinistre (1) FDO-TypeSinistre (2)
                        FDO-TypeSinistre (3) FDO-TypeSinistre (4)
                        FDO-TypeSinistre (5) FDO-TypeSinistre (6)
               END-UNSTRING
               IF FDO-TypesSinistre NOT = spaces
                   DISPLAY 'Absent (O/N): '
                   ACCEPT FDO-Absent
                   IF FDO-Absent NOT = 'O'
                       MOVE 'N' TO FDO-Absent
                   END-IF
               END-IF
           END-IF.

       Afficher-Limite.
           MOVE FDO-LimiteReglement (w-DL-Rang) TO w-LimiteEditee.
           DISPLAY '  limite de reglement ' w-DL-Type (w-DL-Rang)
               ': ' w-LimiteEditee.

      ******************************************************************
      * Delegation de reglement: le montant jusqu'auquel l'operateur
      * accepte seul un reglement, type par type (0 = chaque
      * reglement passe par un superviseur). Un operateur en
      * consultation n'en a aucune.
      ******************************************************************
       Saisir-Delegation.
           MOVE zero TO FDO-LimitesReglement.
           IF FDO-Niveau = '2' OR FDO-Niveau = '3'
               PERFORM Saisir-Limite
                   VARYING w-DL-Rang FROM 1 BY 1 UNTIL w-DL-Rang > 6
           END-IF.

       Saisir-Limite.
           DISPLAY 'Limite de reglement ' w-DL-Type (w-DL-Rang)
               ' (0 = aucune delegation): '.
           ACCEPT FDO-LimiteReglement (w-DL-Rang).
           IF FDO-LimiteReglement (w-DL-Rang) NOT NUMERIC
               MOVE zero TO FDO-LimiteReglement (w-DL-Rang)
           END-IF.

      * END PROGRAM MajOperateurs.
