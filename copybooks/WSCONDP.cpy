      ******************************************************************
      * Working-storage for the policy document paragraphs
      * (CONDPART.cpy). The caller supplies the document type, the
      * effective date, the movement behind a schedule and the
      * holder's identity; the paragraphs return the composed
      * document, one print line per entry, for the caller to write
      * to its print file and to the correspondence register.
      ******************************************************************
      * C conditions particulieres, A attestation d'assurance.
       01  w-CD-TypeDocument           pic x.
           88  CD-Conditions           value 'C'.
           88  CD-Attestation          value 'A'.
      * Date de la photo pour les conditions, date de couverture
      * demandee pour l'attestation.
       01  w-CD-DateEffet              pic 9(8).
       01  w-CD-DateEffetX redefines w-CD-DateEffet pic x(8).
       01  w-CD-TypeMouvement          pic x(3).
       01  w-CD-Titulaire.
           05  w-CD-Nom                pic x(20).
           05  w-CD-Prenom             pic x(20).
           05  w-CD-Adresse            pic x(30).
           05  w-CD-CodePostal         pic 9(5).
           05  w-CD-Ville              pic x(20).
           05  w-CD-DateNaissance      pic x(10).

       01  w-CD-Document.
           05  w-CD-NbLignes           pic 9(3).
           05  w-CD-Ligne              occurs 60 times pic x(100).
      * Garanties retenues au document (en vigueur a la date pour
      * l'attestation); zero = rien a attester.
       01  w-CD-NbGaranties            pic 9.

      * Zones de travail des paragraphes.
       01  w-CD-LigneTravail           pic x(100).
       01  w-CD-Fin                    pic x.
           88  CD-Fin                  value 'O'.
       01  w-CD-ContratEnVigueur       pic x.
           88  CD-ContratEnVigueur     value 'O'.
       01  w-CD-GarCode                pic xx.
       01  w-CD-GarFlag                pic x.
       01  w-CD-GarDebut               pic x(10).
       01  w-CD-DateJJMMAAAA           pic x(10).
       01  w-CD-DateComparee           pic x(8).
       01  w-CD-IdxGar                 pic 9.
      * Garanties du contrat au document, dans l'ordre IT IA PE DC
      * MT CH.
       01  w-CD-Garanties.
           05  w-CD-GarRetenue         occurs 6 times pic x.
       01  w-CD-ListeGaranties.
           05  w-CD-GarListe           occurs 6 times pic x(3).
       01  w-CD-NbAssures              pic 9(2).
       01  w-CD-NbDesignes             pic 9(2).
       01  w-CD-LibelleMouvement       pic x(20).

       01  w-CD-Prime                  pic 9(7)v99.
       01  w-CD-NbMoisCycle            pic 9(2).
       01  w-CD-CoefCycle              pic 9v99.
       01  w-CD-LibelleFract           pic x(12).
      * Coefficients de fractionnement, les memes que l'export SEPA.
       01  w-CD-CoefMensuel            pic 9v99 value 1.02.
       01  w-CD-CoefTrimestriel        pic 9v99 value 1.00.
       01  w-CD-CoefAnnuel             pic 9v99 value 0.97.
       01  w-CD-MontantEdite           pic z(6)9.99.
       01  w-CD-IndemniteEditee        pic z(4)9.99.
