           10  FD-DateReouverture        pic x(10).
           10  FD-MotifReouverture       pic x(30).
           10  FD-ResolutionInitiale     pic x(10).
      * Rechute d'un arret IT: le sinistre d'origine de la chaine
      * (a blanc = sinistre autonome), et ce que la chaine avait
      * deja cumule au rattachement - jours d'arret (la franchise ne
      * se decompte qu'une fois) et jours de traitement du dossier
      * (l'anciennete court depuis la premiere declaration).
           10  FD-SinistreOrigine        pic x(10).
           10  FD-JoursArretAnterieurs   pic 9(5).
           10  FD-JoursDossierAnterieurs pic 9(5).
      * Gestionnaire du dossier: l'operateur a qui le sinistre est
      * confie - a la declaration, a tour de role parmi les
      * gestionnaires du type de sinistre, ou par reaffectation d'un
      * superviseur - et la date (AAAAMMJJ) de cette attribution. A
      * blanc: aucun gestionnaire disponible, le dossier attend sur
      * la liste des superviseurs.
           10  FD-CodeGestionnaire       pic x(8).
           10  FD-DateAttribution        pic x(8).
      * Delegation de reglement: un reglement accepte au-dela de la
      * limite de l'operateur pour le type de sinistre attend la
      * validation d'un superviseur (statut 'E') - la date de
      * resolution saisie est gardee a part et le dossier reste
      * ouvert, donc impaye; la validation ('V') pose la resolution,
      * le renvoi ('N') efface la decision avec son motif. Le
      * regleur est l'operateur qui a saisi la decision,
      * l'approbateur le superviseur qui l'a validee ou renvoyee, a
      * la date AAAAMMJJ. A blanc: reglement dans la delegation.
           10  FD-Approbation.
               15  FD-StatutApprobation  pic x.
                   88  Reglement-EnAttente   value 'E'.
                   88  Reglement-Approuve    value 'V'.
                   88  Reglement-Renvoye     value 'N'.
               15  FD-ResolutionProposee pic x(10).
               15  FD-CodeRegleur        pic x(8).
               15  FD-CodeApprobateur    pic x(8).
               15  FD-DateApprobation    pic x(8).
               15  FD-MotifRenvoi        pic x(30).
