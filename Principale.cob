           COPY SELDLTCL.
           COPY SELDLTCT.
           COPY SELCAREN.
           COPY SELRECHU.
           COPY SELSUSP.
           COPY SELRECLA.
           COPY SELATTRI.
           COPY SELTRANS.

      ******************************************************************
      * Fichier de parametres batch: present, il remplace le dialogue

           SELECT CompteRendu ASSIGN TO "RAPBPRIN.TXT"
               ORGANIZATION LINE SEQUENTIAL.

      * Attestations d'assurance editees a la demande (option 8),
      * ajoutees a la suite de celles deja imprimees.
           SELECT Attestations ASSIGN TO "ATTASSUR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-Attestations-Status.

      * Lettres aux apporteurs d'un transfert de portefeuille,
      * ajoutees a la suite des precedentes.
           SELECT LettresTransfert ASSIGN TO "LETTRANS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS w-LettresTransfert-Status.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCLIENT.
           COPY FDDLTCL.
           COPY FDDLTCT.
           COPY FDCAREN.
           COPY FDRECHU.
           COPY FDSUSP.
           COPY FDRECLA.
           COPY FDATTRI.
           COPY FDTRANS.

       FD  ParmPrin.
       01  PRP-Transaction.
           05  PRP-DateSinistre        pic x(10).
           05  PRP-CodeCourtier        pic x(10).
           05  PRP-Fractionnement      pic x.
      * Niveaux de garantie (a blanc ou zero = niveaux de reference).
           05  PRP-IT-Indemnite        pic 9(5)v99.
           05  PRP-IT-Franchise        pic 9(3).
           05  PRP-DC-Capital          pic 9(7)v99.

       FD  CompteRendu.
       01  CR-Ligne                    pic x(100).

       FD  Attestations.
       01  Att-Ligne                   pic x(100).

       FD  LettresTransfert.
       01  Ltr-Ligne                   pic x(100).
       WORKING-STORAGE SECTION.

           COPY WSCNXGP.
           COPY WSDLTCL.
           COPY WSDLTCT.
           COPY WSCAREN.
           COPY WSRECHU.
           COPY WSSUSFS.
           COPY WSRECFS.
           COPY WSATTFS.
           COPY WSATTRIB.
           COPY WSSLA.
           COPY WSSUIVI.
           COPY WSJOUVR.
           COPY WSOPER.
           COPY WSOPEFS.

       01  CompteClient pic X(10).

           COPY WSCONTRA.
           COPY WSNIVEAU.

           COPY WSSINIS.

           COPY WSCHTRT.

       01  w-PrimeContrat              pic 9(7)v99.
           COPY WSPRIME.
           COPY WSPRIMV.

       01  w-NomTitulaire              pic x(20).
           88  EcritureSinOK           value 'O'.
       01  w-MotifSinistre             pic x(40).
       01  w-ForceSinistre             pic x.
       01  w-RattacherRechute          pic x.
       01  w-GarFlagSin                pic x.
       01  w-GarDebutSin               pic x(10).
       01  w-DateSinX8                 pic x(8).
       01  w-SaisieVille               pic x(20).

           COPY WSCTHIS.
      * Nature du mouvement des photos d'historique ecrites ici:
      * creation, sauf pendant un transfert de portefeuille.
       01  w-MouvementHisto            pic x(3) value 'CRE'.

       01  w-DateDuJour                pic 9(8).

      * Attestation d'assurance: date de couverture saisie et lignes
      * composees par CONDPART, enregistrees au registre du courrier.
           COPY WSCONDP.
           COPY WSREGCR.
       01  w-Attestations-Status       pic xx.
       01  w-DateAttestation           pic x(8).
       01  w-AttestationOK             pic x.
           88  AttestationOK           value 'O'.
       01  w-IdxAttest                 pic 9(3).

      * Reclamations: numero attribue 'R' + AAMMJJ + sequence du
      * jour, et calcul des deux delais reglementaires.
       01  w-ChoixReclam               pic x.
       01  w-NumReclamSaisi            pic x(10).
       01  w-ReclamTrouvee             pic x.
           88  ReclamTrouvee           value 'O'.
       01  w-FinReclam                 pic x.
           88  FinReclam               value 'O'.
       01  w-NbReclamClient            pic 9(3).
       01  w-RecNumero.
           05  filler                  pic x value 'R'.
           05  w-RecNum-Date           pic x(6).
           05  w-RecNum-Seq            pic 9(3).
       01  w-RecNumLibre               pic x.
           88  RecNumLibre             value 'O'.
       01  w-RecSaisieOK               pic x.
           88  RecSaisieOK             value 'O'.
       01  w-RecDateSaisie             pic x(8).
       01  w-RecDateNum                pic 9(8).
       01  w-RecDelaiAccuse            pic 9(2) value 10.
       01  w-RecRegleAccuse            pic x value 'O'.
       01  w-RecDelaiMois              pic 9(2) value 2.
       01  w-RecDateMois.
           05  w-RecMois-AAAA          pic 9(4).
           05  w-RecMois-MM            pic 9(2).
           05  w-RecMois-JJ            pic 9(2).
       01  w-RecDateMoisNum redefines w-RecDateMois pic 9(8).
       01  w-RecReponse                pic x.

      * Liste de travail du gestionnaire a la connexion.
       01  w-FinCorbeille              pic x.
           88  FinCorbeille            value 'O'.
       01  w-CorbGestionnaire          pic x(8).
       01  w-NbCorbeille               pic 9(4).
       01  w-NbCorbRetard              pic 9(4).
       01  w-CorbJours                 pic zzzz9.
       01  w-CorbRetard                pic x(7).

      * Transfert de portefeuille d'un apporteur a un autre
      * (superviseur): les contrats deplaces sont gardes pour la
      * liste jointe aux lettres des deux apporteurs.
           COPY WSTRAFS.
           COPY WSLETTRE.
       01  w-ChoixTransfert            pic x.
       01  w-TrfAncien                 pic x(10).
       01  w-TrfNouveau                pic x(10).
       01  w-TrfDateSaisie             pic x(10).
       01  w-TrfDateEffet.
           05  w-TrfEffet-AAAA         pic 9(4).
           05  w-TrfEffet-MM           pic 9(2).
           05  w-TrfEffet-JJ           pic 9(2).
       01  w-TrfDateEffetNum redefines w-TrfDateEffet pic 9(8).
       01  w-TrfMode                   pic x.
       01  w-TrfOK                     pic x.
           88  TrfOK                   value 'O'.
       01  w-TrfCodeSaisi              pic x(10).
       01  w-FinTransfert              pic x.
           88  FinTransfert            value 'O'.
       01  w-TrfTable.
           05  w-TrfContrat            occurs 999 times pic x(10).
       01  w-TrfNb                     pic 9(4).
       01  w-TrfPos                    pic 9(4).
       01  w-TrfCol                    pic 9.
       01  w-TrfPtr                    pic 9(3).
       01  w-TrfDestinataire           pic x(10).
       01  w-TrfAutre                  pic x(10).
       01  w-TrfSens                   pic x.
           88  TrfCedant               value 'C'.
       01  w-IdxLtr                    pic 9(2).
       01  w-LettresTransfert-Status   pic xx.


       PROCEDURE DIVISION.

      *Accept a partir du web.

           perform ParmPrin-Ouvrir.
           MOVE 'PRINCIPALE' TO w-RG-Programme.

           perform ClientMaster-Open.
           perform SinistreMaster-Open.
           perform CourtierMaster-Open.
           perform PieceMaster-Open.
           perform Carences-Charger.
           perform Rechutes-Charger.
           perform SuspensMaster-Open.
           perform ReclamationMaster-Open.
           perform Attribution-Ouvrir.
           perform JournalTrt-Open.

           IF ModeBatch
           END-IF.

           perform JournalTrt-Close.
           CLOSE AttributionF.
           CLOSE ReclamationF.
           CLOSE SuspensF.
           perform PieceMaster-Close.
           perform CourtierMaster-Close.

       Traitement-Interactif.
           perform Operateur-SignOn.
      * Le fichier des operateurs reste ouvert pour l'attribution
      * des sinistres declares pendant la session.
           OPEN INPUT OperateurF.
           IF OperateurF-OK
               MOVE 'O' TO w-GA-OperDispo
           END-IF.
           perform Corbeille-Afficher.
           MOVE 'N' TO w-ChoixTransfert.
           IF Operateur-Superviseur
               DISPLAY 'Transfert de portefeuille apporteur? (O/N): '
               ACCEPT w-ChoixTransfert
           END-IF.
           IF w-ChoixTransfert = 'O'
               perform Transfert-Portefeuille
           ELSE
               perform VerificationClientAssure
           END-IF.
           IF GA-OperDispo
               CLOSE OperateurF
           END-IF.

      ******************************************************************
      * Mode batch: une transaction complete par ligne du fichier de
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'O' TO w-GA-OperDispo.

           PERFORM UNTIL FinParm
               READ ParmPrin
           MOVE PRP-CodePostal TO w-CodePostal OF Beneficiaire.
           MOVE PRP-Ville      TO w-Ville OF Beneficiaire.
           MOVE spaces         TO w-DateDeces OF Beneficiaire.
           MOVE 'N'            TO w-NPAI OF Beneficiaire.
           MOVE spaces         TO w-DateNPAI OF Beneficiaire.
           MOVE spaces         TO w-OrigineNPAI OF Beneficiaire.

           perform Batch-ValiderAdresse.
           IF NOT TransactionOK
               AND w-Fractionnement OF Contrat NOT = 'A'
               MOVE 'M' TO w-Fractionnement OF Contrat
           END-IF.
           MOVE PRP-IT-Indemnite TO w-IT-Indemnite OF Contrat.
           MOVE PRP-IT-Franchise TO w-IT-Franchise OF Contrat.
           MOVE PRP-DC-Capital   TO w-DC-Capital OF Contrat.
           perform Niveaux-Normaliser.
           perform Batch-DebutsGaranties.
           perform Batch-ValiderCourtier.
           IF NOT TransactionOK
               END-IF
           END-IF.

       ReclamationMaster-Open.
           OPEN I-O ReclamationF.
           IF NOT ReclamationF-OK
               IF w-ReclamationF-Status = '35'
                   OPEN OUTPUT ReclamationF
                   CLOSE ReclamationF
                   OPEN I-O ReclamationF
               END-IF
           END-IF.

       Parquer-Suspens.
           MOVE w-CodeClient OF Beneficiaire TO FDU-CodeClient.
           MOVE w-CodeContrat OF Contrat TO FDU-CodeContrat.
           MOVE w-CodeCourtier OF Contrat TO FDU-CodeCourtier.
           MOVE w-Fractionnement OF Contrat
               TO FDU-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDU-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDU-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDU-DC-Capital.
           MOVE w-CS-Motif               TO FDU-Motif.
           MOVE w-DateDuJour             TO FDU-DateDepot.
           MOVE 'A'                      TO FDU-Statut.
               MOVE zero TO w-NumAssure
               MOVE 'N' TO w-Recours
               perform Sinistre-Controler
      * Sans operateur pour confirmer, une rechute dans la fenetre
      * est rattachee d'office a son arret d'origine.
               IF SinistreOK AND RH-Trouve
                   perform Sinistre-LierRechute
               END-IF
               IF SinistreOK
                   perform Sinistre-Enregistrer
                   IF NOT EcritureSinOK
           MOVE w-CH-debut OF Contrat    TO FDH-CH-debut.
           MOVE w-CodeCourtier OF Contrat TO FDH-CodeCourtier.
           MOVE w-Fractionnement OF Contrat TO FDH-Fractionnement.
           MOVE w-IT-Indemnite OF Contrat TO FDH-IT-Indemnite.
           MOVE w-IT-Franchise OF Contrat TO FDH-IT-Franchise.
           MOVE w-DC-Capital OF Contrat   TO FDH-DC-Capital.
           MOVE w-MouvementHisto TO FDH-TypeMouvement.
           WRITE FD-ContratHisto.

       ContratHisto-Close.
           DISPLAY '4. Mettre a jour mes coordonnees'.
           DISPLAY '5. Gerer les beneficiaires'.
           DISPLAY '6. Mon portefeuille'.
           DISPLAY '7. Reclamations'.
           DISPLAY '8. Attestation d''assurance'.
           DISPLAY 'Choix: '.
           ACCEPT w-ChoixMenuGestion.

      * Les choix 2, 4 et 5 modifient les dossiers: niveau mise a
      * jour requis; 1, 3 et 8 restent ouverts a la consultation seule.
           evaluate w-ChoixMenuGestion
               when '1' perform MenuGestion-ConsulterContrat
               when '2'
                           'requis.'
                   END-IF
               when '6' perform MenuGestion-Portefeuille
               when '7' perform MenuGestion-Reclamations
               when '8' perform MenuGestion-Attestation
               when other
                   DISPLAY 'Choix invalide.'
           end-evaluate.
                       w-PrenomTitulaire ' ' w-NomTitulaire
                   DISPLAY '  Debut: ' w-DebutContrat
                       '  Fin: ' w-FinContrat
                   MOVE 'P' TO w-CP-Fonction
                   CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                       w-NaissanceTitulaire, w-DateDuJour,
                       w-PrimeContrat, VentilationPrime
                   DISPLAY '  Prime calculee: ' w-PrimeContrat
           END-IF.

           perform Sinistre-Controler.
           IF SinistreOK AND RH-Trouve
               DISPLAY 'Rechute possible du sinistre ' w-RH-SinistreLie
                   ' (reprise du travail le ' w-RH-DateRetour ').'
               DISPLAY 'Rattacher a l''arret d''origine '
                   w-RH-CodeOrigine ' sans nouvelle franchise? (O/N): '
               ACCEPT w-RattacherRechute
               IF w-RattacherRechute = 'O'
                   perform Sinistre-LierRechute
               END-IF
           END-IF.
           IF SinistreOK
               perform Sinistre-Enregistrer
           ELSE
       Sinistre-Controler.
           MOVE 'O' TO w-SinistreOK.
           MOVE spaces TO w-MotifSinistre.
           MOVE 'N' TO w-RH-Trouve.
           MOVE spaces TO w-SinistreOrigine.
           MOVE zero TO w-JoursArretAnterieurs.
           MOVE zero TO w-JoursDossierAnterieurs.

           IF w-DateSinistre (1:2) NOT NUMERIC
               OR w-DateSinistre (4:2) NOT NUMERIC
               perform Sinistre-ControlerDoublon
           END-IF.

           IF SinistreOK AND w-TypeSinistre = 'IT'
               perform Sinistre-RechercherRechute
           END-IF.

      ******************************************************************
      * Un nouvel arret IT du meme contrat et du meme assure peu
      * apres une reprise du travail est la suite du premier: il est
      * propose en rechute (RECHUTES.cpy) et, rattache, ne subit ni
      * une seconde franchise ni une nouvelle anciennete de dossier.
      ******************************************************************
       Sinistre-RechercherRechute.
           MOVE w-ref_CodeClient OF Sinistres TO w-RH-CodeClient.
           MOVE w-ref_CodeContrat OF Sinistres TO w-RH-CodeContrat.
           MOVE w-NumAssure TO w-RH-NumAssure.
           MOVE w-DateSinistre TO w-RH-DateSinistre.
           MOVE w-DateDuJour TO w-RH-DateJour.
           perform Rechute-Rechercher.

       Sinistre-LierRechute.
           MOVE w-RH-CodeOrigine TO w-SinistreOrigine.
           MOVE w-RH-JoursArret TO w-JoursArretAnterieurs.
           MOVE w-RH-JoursDossier TO w-JoursDossierAnterieurs.

      ******************************************************************
      * Le sinistre designe la personne assuree concernee: 00 est le
      * titulaire, tout autre numero doit exister au fichier des
           MOVE spaces TO w-MotifReouverture.
           MOVE spaces TO w-ResolutionInitiale.
           perform Reserve-Defaut.
           MOVE w-TypeSinistre TO w-GA-TypeSinistre.
           MOVE w-DateDuJour TO w-GA-DateJour.
           MOVE spaces TO w-GA-Exclu.
           perform Gestionnaire-Attribuer.
           MOVE w-GA-CodeGestionnaire TO w-CodeGestionnaire.
           MOVE w-DateDuJour TO w-DateAttribution.
           MOVE spaces TO w-Approbation.

           MOVE Sinistres TO FD-Sinistre.
           WRITE FD-Sinistre
               perform Pieces-Exiger
               DISPLAY 'Sinistre declare pour le client '
                   w-ref_CodeClient OF Sinistres
               IF w-CodeGestionnaire = spaces
                   DISPLAY 'Aucun gestionnaire disponible: dossier '
                       'en attente d''attribution.'
               ELSE
                   DISPLAY 'Dossier confie a ' w-CodeGestionnaire
               END-IF
               IF w-SinistreOrigine NOT = spaces
                   DISPLAY 'Rechute rattachee au sinistre '
                       w-SinistreOrigine
               END-IF
           END-IF.

      ******************************************************************
      * Provision posee a la declaration, par type de sinistre - le
      * defaut DC est le capital du contrat, celui que versera
      * CalculSinistreDC. Ajustable ensuite par un superviseur dans
      * ReglementSinistre a mesure que le dossier evolue.
      ******************************************************************
       Reserve-Defaut.
           EVALUATE w-TypeSinistre
               WHEN 'DC'
                   perform Niveaux-Contrat
                   MOVE w-NV-CapitalDC TO w-MontantReserve
               WHEN 'IT' MOVE  5000.00 TO w-MontantReserve
               WHEN 'IA' MOVE 10000.00 TO w-MontantReserve
               WHEN 'PE' MOVE  3000.00 TO w-MontantReserve
                       '  MT: ' w-MT OF Contrat '  CH: ' w-CH OF Contrat
           END-READ.

      ******************************************************************
      * Attestation d'assurance a une date donnee pour un contrat du
      * client: garanties en vigueur a cette date et assures couverts
      * (CONDPART.cpy), a l'ecran et dans ATTASSUR.TXT, enregistree au
      * registre du courrier. Rien n'est edite si aucune garantie du
      * contrat ne couvre la date.
      ******************************************************************
       MenuGestion-Attestation.
           MOVE 'O' TO w-AttestationOK.
           DISPLAY 'Code contrat: '.
           ACCEPT w-CodeContrat.
           MOVE w-CodeContrat TO FD-CodeContrat.
           READ ContratF
               KEY IS FD-CodeContrat
               INVALID KEY
                   DISPLAY 'Contrat inconnu: ' w-CodeContrat
                   MOVE 'N' TO w-AttestationOK
               NOT INVALID KEY
                   IF FD-ref_CompteClient OF FD-Contrat
                       NOT = w-CodeClient OF Beneficiaire
                       DISPLAY 'Contrat d''un autre client.'
                       MOVE 'N' TO w-AttestationOK
                   ELSE
                       MOVE FD-Contrat TO Contrat
                   END-IF
           END-READ.
           IF AttestationOK
               DISPLAY 'Date de couverture (AAAAMMJJ, vide = ce '
                   'jour): '
               ACCEPT w-DateAttestation
               IF w-DateAttestation = spaces
                   MOVE w-DateDuJour TO w-CD-DateEffet
               ELSE
                   IF w-DateAttestation NOT NUMERIC
                       DISPLAY 'Date invalide.'
                       MOVE 'N' TO w-AttestationOK
                   ELSE
                       MOVE w-DateAttestation TO w-CD-DateEffetX
                       IF FUNCTION TEST-DATE-YYYYMMDD(w-CD-DateEffet)
                           NOT = zero
                           DISPLAY 'Date invalide.'
                           MOVE 'N' TO w-AttestationOK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF AttestationOK
               MOVE 'A' TO w-CD-TypeDocument
               MOVE spaces TO w-CD-TypeMouvement
               MOVE w-Nom OF Beneficiaire          TO w-CD-Nom
               MOVE w-Prenom OF Beneficiaire       TO w-CD-Prenom
               MOVE w-Adresse OF Beneficiaire      TO w-CD-Adresse
               MOVE w-CodePostal OF Beneficiaire   TO w-CD-CodePostal
               MOVE w-Ville OF Beneficiaire        TO w-CD-Ville
               MOVE w-DateNaissance OF Beneficiaire
                   TO w-CD-DateNaissance
               perform Conditions-Composer
               IF w-CD-NbGaranties = zero
                   DISPLAY 'Aucune garantie en vigueur au '
                       w-CD-DateEffet ', pas d''attestation.'
               ELSE
                   perform Attestation-Editer
               END-IF
           END-IF.

       Attestation-Editer.
           OPEN EXTEND Attestations.
           IF w-Attestations-Status = '35'
               OPEN OUTPUT Attestations
           END-IF.
           MOVE w-CodeClient OF Beneficiaire TO w-RG-CodeClient.
           MOVE w-CodeContrat OF Contrat TO w-RG-Reference.
           MOVE 'ATTASSUR' TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Att-Ligne.
           WRITE Att-Ligne.
           PERFORM Attestation-EcrireLigne
               VARYING w-IdxAttest FROM 1 BY 1
               UNTIL w-IdxAttest > w-CD-NbLignes.
           CLOSE Attestations.
           DISPLAY 'Attestation ajoutee a ATTASSUR.TXT.'.

       Attestation-EcrireLigne.
           MOVE w-CD-Ligne (w-IdxAttest) TO Att-Ligne.
           MOVE Att-Ligne TO w-RG-Ligne.
           WRITE Att-Ligne.
           DISPLAY w-CD-Ligne (w-IdxAttest).
           perform Courrier-Ligne.

      ******************************************************************
      * Req 022: update/inquiry path for the currently logged-in
      * client - shows the record on file, then lets the operator
           DISPLAY '  Adresse: ' w-Adresse OF Beneficiaire.
           DISPLAY '  Code postal: ' w-CodePostal OF Beneficiaire
               '  Ville: ' w-Ville OF Beneficiaire.
           IF Beneficiaire-NPAI
               DISPLAY '  Courrier revenu NPAI le '
                   w-DateNPAI OF Beneficiaire
           END-IF.

           MOVE SPACES TO w-SaisieNom w-SaisiePrenom w-SaisieAdresse
               w-SaisieVille.
           IF w-SaisieVille NOT = SPACES
               MOVE w-SaisieVille TO w-Ville OF Beneficiaire
           END-IF.
      * Une nouvelle adresse leve le NPAI de l'ancienne.
           IF w-SaisieAdresse NOT = SPACES
               OR w-SaisieCodePostal NOT = ZERO
               OR w-SaisieVille NOT = SPACES
               MOVE 'N' TO w-NPAI OF Beneficiaire
               MOVE spaces TO w-DateNPAI OF Beneficiaire
               MOVE spaces TO w-OrigineNPAI OF Beneficiaire
           END-IF.

       MiseAJour-Ecrire.
           MOVE Beneficiaire TO FD-Client.
                   MOVE 'O' TO w-FinScan
               ELSE
                   MOVE FD-Contrat TO Contrat
                   MOVE 'P' TO w-CP-Fonction
                   CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                       w-DateNaissance OF Beneficiaire,
                       w-DateDuJour, w-PrimeContrat,
                       VentilationPrime
           END-IF.


      ******************************************************************
      * Reclamations ecrites du client: la liste de ses dossiers,
      * puis la saisie d'une nouvelle reclamation ou la mise a jour
      * d'une existante (accuse de reception, reponse et issue) -
      * ces deux dernieres reservees au niveau mise a jour.
      ******************************************************************
       MenuGestion-Reclamations.
           perform Reclamations-Lister.
           DISPLAY 'N=nouvelle / M=mise a jour (vide = retour): '.
           ACCEPT w-ChoixReclam.
           IF w-ChoixReclam NOT = space
               IF NOT Operateur-PeutModifier
                   DISPLAY 'Acces refuse: niveau mise a jour requis.'
               ELSE
                   EVALUATE w-ChoixReclam
                       WHEN 'N' perform Reclamation-Saisir
                       WHEN 'M' perform Reclamation-MettreAJour
                       WHEN OTHER DISPLAY 'Choix invalide.'
                   END-EVALUATE
               END-IF
           END-IF.

       Reclamations-Lister.
           MOVE zero TO w-NbReclamClient.
           MOVE 'N' TO w-FinReclam.
           MOVE w-CodeClient OF Beneficiaire TO FDRC-CodeClient.
           START ReclamationF KEY IS = FDRC-CodeClient
               INVALID KEY MOVE 'O' TO w-FinReclam
           END-START.
           PERFORM Reclamations-ListerUne UNTIL FinReclam.
           IF w-NbReclamClient = zero
               DISPLAY '  Aucune reclamation.'
           END-IF.

       Reclamations-ListerUne.
           READ ReclamationF NEXT RECORD
               AT END MOVE 'O' TO w-FinReclam
           END-READ.
           IF NOT FinReclam
               IF FDRC-CodeClient NOT = w-CodeClient OF Beneficiaire
                   MOVE 'O' TO w-FinReclam
               ELSE
                   ADD 1 TO w-NbReclamClient
                   perform Reclamation-Afficher
               END-IF
           END-IF.

       Reclamation-Afficher.
           DISPLAY '  ' FDRC-NumReclamation ' ' FDRC-Categorie
               ' recue le ' FDRC-DateReception ' statut '
               FDRC-Statut ' issue ' FDRC-Issue.
           DISPLAY '    ' FDRC-Objet.
           DISPLAY '    Accuse: ' FDRC-DateAccuse ' (limite '
               FDRC-DateLimiteAccuse ')  Reponse: ' FDRC-DateReponse
               ' (limite ' FDRC-DateLimiteReponse ')'.

      ******************************************************************
      * Saisie: categorie obligatoire, rattachement facultatif a un
      * contrat, un sinistre ou une quittance du client (verifies
      * quand ils sont saisis), date de reception - par defaut ce
      * jour - dont partent les deux delais. Le numero libre est
      * cherche avant la saisie: la recherche relit le fichier dans
      * la zone de l'enregistrement.
      ******************************************************************
       Reclamation-Saisir.
           MOVE 'O' TO w-RecSaisieOK.
           MOVE w-DateDuJour (3:6) TO w-RecNum-Date.
           MOVE zero TO w-RecNum-Seq.
           MOVE 'N' TO w-RecNumLibre.
           PERFORM Reclamation-ChercherNumero
               UNTIL RecNumLibre OR w-RecNum-Seq = 999.
           IF NOT RecNumLibre
               DISPLAY 'Plus de numero de reclamation libre ce jour, '
                   'saisie abandonnee.'
               MOVE 'N' TO w-RecSaisieOK
           END-IF.
           MOVE spaces TO FDRC-Reclamation.
           MOVE w-CodeClient OF Beneficiaire TO FDRC-CodeClient.
           IF RecSaisieOK
               DISPLAY 'Categorie (SI=sinistre refuse / PR=prelevement '
                   'conteste / RS=resiliation / AU=autre): '
               ACCEPT FDRC-Categorie
               IF NOT Reclamation-CategorieOK
                   DISPLAY 'Categorie inconnue, saisie abandonnee.'
                   MOVE 'N' TO w-RecSaisieOK
               END-IF
           END-IF.
           IF RecSaisieOK
               DISPLAY 'Contrat concerne (vide = aucun): '
               ACCEPT FDRC-CodeContrat
               IF FDRC-CodeContrat NOT = spaces
                   perform Reclamation-VerifierContrat
               END-IF
           END-IF.
           IF RecSaisieOK
               DISPLAY 'Sinistre concerne (vide = aucun): '
               ACCEPT FDRC-CodeSinistre
               IF FDRC-CodeSinistre NOT = spaces
                   perform Reclamation-VerifierSinistre
               END-IF
           END-IF.
           IF RecSaisieOK AND FDRC-CodeContrat NOT = spaces
               DISPLAY 'Quittance concernee, periode AAAAMM '
                   '(vide = aucune): '
               ACCEPT FDRC-PeriodeQuittance
           END-IF.
           IF RecSaisieOK
               DISPLAY 'Objet: '
               ACCEPT FDRC-Objet
               DISPLAY 'Date de reception (AAAAMMJJ, vide = ce '
                   'jour): '
               ACCEPT w-RecDateSaisie
               IF w-RecDateSaisie = spaces
                   MOVE w-DateDuJour TO w-RecDateNum
               ELSE
                   IF w-RecDateSaisie NOT NUMERIC
                       DISPLAY 'Date invalide, saisie abandonnee.'
                       MOVE 'N' TO w-RecSaisieOK
                   ELSE
                       MOVE w-RecDateSaisie TO w-RecDateNum
                       IF FUNCTION TEST-DATE-YYYYMMDD(w-RecDateNum)
                           NOT = zero
                           OR w-RecDateNum > w-DateDuJour
                           DISPLAY 'Date invalide, saisie '
                               'abandonnee.'
                           MOVE 'N' TO w-RecSaisieOK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF RecSaisieOK
               perform Reclamation-Enregistrer
           END-IF.

       Reclamation-VerifierContrat.
           MOVE FDRC-CodeContrat TO FD-CodeContrat.
           READ ContratF
               KEY IS FD-CodeContrat
               INVALID KEY
                   DISPLAY 'Contrat inconnu, saisie abandonnee.'
                   MOVE 'N' TO w-RecSaisieOK
               NOT INVALID KEY
                   IF FD-ref_CompteClient OF FD-Contrat
                       NOT = w-CodeClient OF Beneficiaire
                       DISPLAY 'Contrat d''un autre client, saisie '
                           'abandonnee.'
                       MOVE 'N' TO w-RecSaisieOK
                   END-IF
           END-READ.

       Reclamation-VerifierSinistre.
           MOVE FDRC-CodeSinistre TO FD-CodeSinistre.
           READ SinisF
               KEY IS FD-CodeSinistre
               INVALID KEY
                   DISPLAY 'Sinistre inconnu, saisie abandonnee.'
                   MOVE 'N' TO w-RecSaisieOK
               NOT INVALID KEY
                   IF FD-ref_CodeClient
                       NOT = w-CodeClient OF Beneficiaire
                       DISPLAY 'Sinistre d''un autre client, saisie '
                           'abandonnee.'
                       MOVE 'N' TO w-RecSaisieOK
                   END-IF
           END-READ.

       Reclamation-Enregistrer.
           MOVE w-RecDateNum TO FDRC-DateReception.
           perform Reclamation-CalculerDelais.
           MOVE w-RecNumero TO FDRC-NumReclamation.
           MOVE 'O' TO FDRC-Statut.
           MOVE space TO FDRC-Issue.
           MOVE spaces TO FDRC-DateReponse.
           MOVE w-CodeOperateur OF Operateur TO FDRC-CodeOperateur.
           DISPLAY 'Accuse de reception envoye ce jour? (O/N): '.
           ACCEPT w-RecReponse.
           IF w-RecReponse = 'O'
               MOVE w-DateDuJour TO FDRC-DateAccuse
           ELSE
               MOVE spaces TO FDRC-DateAccuse
           END-IF.
           WRITE FDRC-Reclamation
               INVALID KEY
                   DISPLAY 'Erreur WRITE reclamation '
                       FDRC-NumReclamation
               NOT INVALID KEY
                   DISPLAY 'Reclamation ' FDRC-NumReclamation
                       ' enregistree - accuse au plus tard le '
                       FDRC-DateLimiteAccuse ', reponse le '
                       FDRC-DateLimiteReponse
           END-WRITE.

       Reclamation-ChercherNumero.
           ADD 1 TO w-RecNum-Seq.
           MOVE w-RecNumero TO FDRC-NumReclamation.
           READ ReclamationF
               KEY IS FDRC-NumReclamation
               INVALID KEY
                   MOVE 'O' TO w-RecNumLibre
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      ******************************************************************
      * Delais reglementaires: l'accuse dans les 10 jours ouvres qui
      * suivent la reception (week-ends et jours feries du calendrier
      * exclus, routine JoursOuvres), la reponse dans les deux mois
      * calendaires - au dernier jour du mois quand le quantieme
      * n'existe pas (reception le 31 decembre, reponse au plus tard
      * le 28 ou 29 fevrier).
      ******************************************************************
       Reclamation-CalculerDelais.
           MOVE 'A' TO w-JO-Fonction.
           MOVE w-RecRegleAccuse TO w-JO-Regle.
           MOVE w-RecDateNum TO w-JO-Date.
           MOVE w-RecDelaiAccuse TO w-JO-NbJours.
           CALL 'JoursOuvres' USING JoursOuvresParm.
           IF JO-Accepte
               MOVE w-JO-Resultat TO w-RecDateNum
           END-IF.
           MOVE w-RecDateNum TO FDRC-DateLimiteAccuse.

           MOVE FDRC-DateReception TO w-RecDateMoisNum.
           ADD w-RecDelaiMois TO w-RecMois-MM.
           IF w-RecMois-MM > 12
               SUBTRACT 12 FROM w-RecMois-MM
               ADD 1 TO w-RecMois-AAAA
           END-IF.
           PERFORM Reclamation-ReculerJour
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(w-RecDateMoisNum)
                   = zero.
           MOVE w-RecDateMoisNum TO FDRC-DateLimiteReponse.

       Reclamation-ReculerJour.
           SUBTRACT 1 FROM w-RecMois-JJ.

      ******************************************************************
      * Mise a jour: l'accuse de reception s'il manque encore, puis
      * la reponse - sa date (ce jour) et l'issue - qui clot la
      * reclamation.
      ******************************************************************
       Reclamation-MettreAJour.
           DISPLAY 'Numero de reclamation: '.
           ACCEPT w-NumReclamSaisi.
           MOVE w-NumReclamSaisi TO FDRC-NumReclamation.
           READ ReclamationF
               KEY IS FDRC-NumReclamation
               INVALID KEY
                   MOVE 'N' TO w-ReclamTrouvee
                   DISPLAY 'Reclamation inconnue: ' w-NumReclamSaisi
               NOT INVALID KEY
                   MOVE 'O' TO w-ReclamTrouvee
           END-READ.
           IF ReclamTrouvee
               IF FDRC-CodeClient NOT = w-CodeClient OF Beneficiaire
                   DISPLAY 'Reclamation d''un autre client.'
               ELSE
                   IF Reclamation-Close
                       DISPLAY 'Reclamation deja close.'
                   ELSE
                       perform Reclamation-Suivre
                   END-IF
               END-IF
           END-IF.

       Reclamation-Suivre.
           perform Reclamation-Afficher.
           IF FDRC-DateAccuse = spaces
               DISPLAY 'Accuse de reception envoye ce jour? (O/N): '
               ACCEPT w-RecReponse
               IF w-RecReponse = 'O'
                   MOVE w-DateDuJour TO FDRC-DateAccuse
               END-IF
           END-IF.
           DISPLAY 'Reponse envoyee ce jour? (O/N): '.
           ACCEPT w-RecReponse.
           IF w-RecReponse = 'O'
               DISPLAY 'Issue (F=fondee / P=partiellement fondee / '
                   'R=rejetee): '
               ACCEPT FDRC-Issue
               IF Issue-OK
                   MOVE w-DateDuJour TO FDRC-DateReponse
                   IF FDRC-DateAccuse = spaces
                       MOVE w-DateDuJour TO FDRC-DateAccuse
                   END-IF
                   MOVE 'C' TO FDRC-Statut
               ELSE
                   DISPLAY 'Issue inconnue, reponse non enregistree.'
                   MOVE space TO FDRC-Issue
               END-IF
           END-IF.
           REWRITE FDRC-Reclamation
               INVALID KEY
                   DISPLAY 'Erreur REWRITE reclamation '
                       FDRC-NumReclamation
               NOT INVALID KEY
                   DISPLAY 'Reclamation ' FDRC-NumReclamation
                       ' mise a jour.'
           END-REWRITE.


      ************CLIENT NON ASSURE**************

       MenuInscription.
           DISPLAY 'Ville: '.
           ACCEPT w-Ville OF Beneficiaire.
           MOVE spaces TO w-DateDeces OF Beneficiaire.
           MOVE 'N' TO w-NPAI OF Beneficiaire.
           MOVE spaces TO w-DateNPAI OF Beneficiaire.
           MOVE spaces TO w-OrigineNPAI OF Beneficiaire.
           perform Adresse-Valider.

           perform Inscription-EnregistrerClient.
           ACCEPT w-IT OF Contrat.
           IF w-IT OF Contrat = 'O'
               MOVE w-DebutContrat TO w-IT-debut OF Contrat
               DISPLAY 'Indemnite journaliere IT (0 = niveau de '
                   'reference): '
               ACCEPT w-IT-Indemnite OF Contrat
               DISPLAY 'Franchise IT en jours (15/30/90): '
               ACCEPT w-IT-Franchise OF Contrat
               IF w-IT-Franchise OF Contrat NOT = 015
                   AND w-IT-Franchise OF Contrat NOT = 030
                   AND w-IT-Franchise OF Contrat NOT = 090
                   MOVE w-NV-FranchiseReference TO w-NV-Edition
                   DISPLAY 'Franchise inconnue, ' w-NV-Edition
                       ' jours retenus.'
               END-IF
           ELSE
               MOVE spaces TO w-IT-debut OF Contrat
               MOVE zero TO w-IT-Indemnite OF Contrat
               MOVE zero TO w-IT-Franchise OF Contrat
           END-IF.

           DISPLAY 'Garantie IA active? (O/N): '.
           ACCEPT w-DC OF Contrat.
           IF w-DC OF Contrat = 'O'
               MOVE w-DebutContrat TO w-DC-debut OF Contrat
               DISPLAY 'Capital DC (0 = niveau de reference): '
               ACCEPT w-DC-Capital OF Contrat
           ELSE
               MOVE spaces TO w-DC-debut OF Contrat
               MOVE zero TO w-DC-Capital OF Contrat
           END-IF.

           DISPLAY 'Garantie MT active? (O/N): '.
               MOVE spaces TO w-CH-debut OF Contrat
           END-IF.

      * Niveaux de garantie non saisis: ceux de reference, ecrits
      * en clair sur le contrat.
           perform Niveaux-Normaliser.

           perform Souscription-Controler.
           IF NOT SouscriptionOK
               DISPLAY 'Souscription refusee: ' w-CS-Motif
               PERFORM Assure-Capture
                   UNTIL w-AjoutAssure NOT = 'O'

               MOVE 'P' TO w-CP-Fonction
               CALL 'CalculPrime' USING CalculPrimeParm, Contrat,
                   w-DateNaissance OF Beneficiaire, w-DateDuJour,
                   w-PrimeContrat, VentilationPrime
               DISPLAY 'Prime du contrat ' w-CodeContrat ': '
      ******************************************************************
      * Saisie d'un assure supplementaire sous le contrat courant:
      * identite, lien avec le titulaire, et lesquelles des six
      * garanties du contrat s'appliquent a lui, avec ses propres
      * niveaux IT/DC s'il est couvert pour moins que le contrat. Le
      * numero 00 est le titulaire lui-meme et ne se saisit pas.
      ******************************************************************
       Assure-Capture.
           DISPLAY 'Ajouter un assure supplementaire? (O/N): '.
               ACCEPT FDI-MT
               DISPLAY '  CH? '
               ACCEPT FDI-CH
               perform Niveaux-AssureSaisir
               WRITE FDI-Assure
                   INVALID KEY
                       DISPLAY 'Erreur WRITE assure '
               END-WRITE
           END-IF.

      ******************************************************************
      * Liste de travail a la connexion: les sinistres ouverts confies
      * a l'operateur, avec l'anciennete au regard du SLA du type, les
      * pieces qui manquent et la prochaine action attendue. Un
      * superviseur voit en plus les dossiers restes sans
      * gestionnaire.
      ******************************************************************
       Corbeille-Afficher.
           MOVE w-DateDuJour TO w-SV-DateJour.
           MOVE w-CodeOperateur OF Operateur TO w-CorbGestionnaire.
           DISPLAY 'Vos sinistres ouverts:'.
           perform Corbeille-Lister.
           IF w-NbCorbeille = zero
               DISPLAY '  Aucun dossier.'
           ELSE
               DISPLAY '  ' w-NbCorbeille ' dossier(s), dont '
                   w-NbCorbRetard ' hors SLA.'
           END-IF.
           IF Operateur-Superviseur
               MOVE spaces TO w-CorbGestionnaire
               DISPLAY 'Sinistres ouverts sans gestionnaire:'
               perform Corbeille-Lister
               IF w-NbCorbeille = zero
                   DISPLAY '  Aucun dossier.'
               END-IF
           END-IF.

       Corbeille-Lister.
           MOVE zero TO w-NbCorbeille.
           MOVE zero TO w-NbCorbRetard.
           MOVE 'N' TO w-FinCorbeille.
           MOVE w-CorbGestionnaire TO FD-CodeGestionnaire.
           START SinisF KEY IS = FD-CodeGestionnaire
               INVALID KEY MOVE 'O' TO w-FinCorbeille
           END-START.
           PERFORM Corbeille-ListerUn UNTIL FinCorbeille.

       Corbeille-ListerUn.
           READ SinisF NEXT RECORD
               AT END MOVE 'O' TO w-FinCorbeille
           END-READ.
           IF NOT FinCorbeille
               IF FD-CodeGestionnaire NOT = w-CorbGestionnaire
                   MOVE 'O' TO w-FinCorbeille
               ELSE
                   IF FD-DateResolution = spaces
                       ADD 1 TO w-NbCorbeille
                       perform Suivi-Evaluer
                       MOVE w-SV-JoursOuverts TO w-CorbJours
                       IF SV-EnRetard
                           ADD 1 TO w-NbCorbRetard
                           MOVE 'RETARD' TO w-CorbRetard
                       ELSE
                           MOVE spaces TO w-CorbRetard
                       END-IF
                       DISPLAY '  ' FD-CodeSinistre ' '
                           FD-TypeSinistre ' client '
                           FD-ref_CodeClient ' ouvert ' w-CorbJours
                           'j (SLA ' w-SV-Seuil 'j) ' w-CorbRetard
                           ' pieces manquantes: ' w-SV-NbManquantes
                       DISPLAY '      prochaine action: ' w-SV-Action
                           ' le ' w-SV-DateAction
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Transfert de portefeuille: un apporteur qui cesse, cede son
      * portefeuille ou perd son mandat passe tout ou partie de ses
      * contrats a un autre a une date d'effet. Chaque contrat
      * deplace est inscrit au registre des transferts (l'ancien et
      * le nouvel apporteur, pour le partage des commissions a la
      * date d'effet), change d'apporteur et laisse une photo TRF a
      * l'historique; les deux apporteurs recoivent la liste.
      ******************************************************************
       Transfert-Portefeuille.
           DISPLAY 'Transfert de portefeuille entre apporteurs.'.
           perform Transfert-Saisir.
           IF TrfOK
               perform Transfert-Ouvrir
               MOVE zero TO w-TrfNb
               MOVE 'TRF' TO w-MouvementHisto
               IF w-TrfMode = 'T'
                   perform Transfert-Complet
               ELSE
                   perform Transfert-Liste
               END-IF
               MOVE 'CRE' TO w-MouvementHisto
               CLOSE TransfertF
               DISPLAY w-TrfNb ' contrat(s) transfere(s) de '
                   w-TrfAncien ' a ' w-TrfNouveau ' au '
                   w-TrfDateSaisie '.'
               IF w-TrfNb > zero
                   perform Transfert-Lettres
               END-IF
           END-IF.

      * Le repreneur doit exister au fichier des courtiers; le
      * cedant peut en avoir deja ete retire.
       Transfert-Saisir.
           MOVE 'O' TO w-TrfOK.
           DISPLAY 'Apporteur cedant: '.
           ACCEPT w-TrfAncien.
           DISPLAY 'Apporteur repreneur: '.
           ACCEPT w-TrfNouveau.
           DISPLAY 'Date d''effet (JJ/MM/AAAA): '.
           ACCEPT w-TrfDateSaisie.

           IF w-TrfAncien = spaces OR w-TrfNouveau = spaces
               MOVE 'N' TO w-TrfOK
               DISPLAY 'Codes apporteur obligatoires.'
           END-IF.
           IF TrfOK AND w-TrfAncien = w-TrfNouveau
               MOVE 'N' TO w-TrfOK
               DISPLAY 'Cedant et repreneur identiques.'
           END-IF.
           IF TrfOK
               IF CourtiersDispo
                   MOVE w-TrfNouveau TO FDK-CodeCourtier
                   READ CourtierF
                       INVALID KEY
                           MOVE 'N' TO w-TrfOK
                           DISPLAY 'Apporteur repreneur inconnu: '
                               w-TrfNouveau
                       NOT INVALID KEY
                           DISPLAY 'Repreneur: ' FDK-Nom
                   END-READ
               ELSE
                   MOVE 'N' TO w-TrfOK
                   DISPLAY 'Fichier des courtiers indisponible.'
               END-IF
           END-IF.
           IF TrfOK
               IF w-TrfDateSaisie (1:2) NUMERIC
                   AND w-TrfDateSaisie (4:2) NUMERIC
                   AND w-TrfDateSaisie (7:4) NUMERIC
                   MOVE w-TrfDateSaisie (7:4) TO w-TrfEffet-AAAA
                   MOVE w-TrfDateSaisie (4:2) TO w-TrfEffet-MM
                   MOVE w-TrfDateSaisie (1:2) TO w-TrfEffet-JJ
                   IF FUNCTION TEST-DATE-YYYYMMDD(w-TrfDateEffetNum)
                       NOT = zero
                       MOVE 'N' TO w-TrfOK
                       DISPLAY 'Date d''effet invalide.'
                   END-IF
               ELSE
                   MOVE 'N' TO w-TrfOK
                   DISPLAY 'Date d''effet invalide.'
               END-IF
           END-IF.
           IF TrfOK
               DISPLAY 'Tout le portefeuille (T) ou une liste de '
                   'contrats (L): '
               ACCEPT w-TrfMode
               IF w-TrfMode NOT = 'T' AND w-TrfMode NOT = 'L'
                   MOVE 'N' TO w-TrfOK
                   DISPLAY 'Choix invalide, transfert abandonne.'
               END-IF
           END-IF.

       Transfert-Ouvrir.
           OPEN I-O TransfertF.
           IF NOT TransfertF-OK
               IF w-TransfertF-Status = '35'
                   OPEN OUTPUT TransfertF
                   CLOSE TransfertF
                   OPEN I-O TransfertF
               END-IF
           END-IF.

       Transfert-Complet.
           MOVE 'N' TO w-FinTransfert.
           MOVE LOW-VALUES TO FD-CodeContrat.
           START ContratF KEY IS NOT LESS THAN FD-CodeContrat
               INVALID KEY MOVE 'O' TO w-FinTransfert
           END-START.
           PERFORM Transfert-ExaminerUn UNTIL FinTransfert.

       Transfert-ExaminerUn.
           READ ContratF NEXT RECORD
               AT END MOVE 'O' TO w-FinTransfert
           END-READ.
           IF NOT FinTransfert
               IF FD-CodeCourtier = w-TrfAncien
                   perform Transfert-Contrat
               END-IF
           END-IF.

       Transfert-Liste.
           MOVE 'N' TO w-FinTransfert.
           PERFORM Transfert-SaisirContrat UNTIL FinTransfert.

       Transfert-SaisirContrat.
           DISPLAY 'Code contrat (vide = fin): '.
           ACCEPT w-TrfCodeSaisi.
           IF w-TrfCodeSaisi = spaces
               MOVE 'O' TO w-FinTransfert
           ELSE
               MOVE w-TrfCodeSaisi TO FD-CodeContrat
               READ ContratF
                   KEY IS FD-CodeContrat
                   INVALID KEY
                       DISPLAY 'Contrat inconnu: ' w-TrfCodeSaisi
                   NOT INVALID KEY
                       IF FD-CodeCourtier = w-TrfAncien
                           perform Transfert-Contrat
                       ELSE
                           DISPLAY 'Contrat ' w-TrfCodeSaisi
                               ' apporte par ' FD-CodeCourtier
                               ', non transfere.'
                       END-IF
               END-READ
           END-IF.

      * Le registre d'abord: un transfert deja inscrit pour ce
      * contrat a cette date laisse le contrat tel quel.
       Transfert-Contrat.
           IF w-TrfNb = 999
               DISPLAY 'Limite de 999 contrats atteinte, relancer le '
                   'transfert pour la suite.'
               MOVE 'O' TO w-FinTransfert
           ELSE
               MOVE FD-Contrat TO Contrat
               MOVE w-CodeContrat OF Contrat TO FDTC-CodeContrat
               MOVE w-TrfDateEffet TO FDTC-DateEffet
               MOVE w-TrfAncien TO FDTC-CourtierAncien
               MOVE w-TrfNouveau TO FDTC-CourtierNouveau
               MOVE w-DateDuJour TO FDTC-DateSaisie
               MOVE w-CodeOperateur OF Operateur
                   TO FDTC-CodeOperateur
               WRITE FDTC-Transfert
                   INVALID KEY
                       DISPLAY 'Contrat ' w-CodeContrat OF Contrat
                           ': transfert deja inscrit a cette date.'
                   NOT INVALID KEY
                       perform Transfert-AppliquerContrat
               END-WRITE
           END-IF.

       Transfert-AppliquerContrat.
           MOVE w-TrfNouveau TO w-CodeCourtier OF Contrat.
           MOVE Contrat TO FD-Contrat.
           REWRITE FD-Contrat
               INVALID KEY
                   DISPLAY 'Erreur REWRITE contrat '
                       w-CodeContrat OF Contrat
           END-REWRITE.
           perform ContratHisto-Snapshot.
           perform DeltaContrat-Ecrire.
           ADD 1 TO w-TrfNb.
           MOVE w-CodeContrat OF Contrat TO w-TrfContrat (w-TrfNb).

      ******************************************************************
      * Une lettre au cedant et une au repreneur, texte du modele
      * TRANSPTF suivi de la liste des contrats; un apporteur absent
      * du fichier des courtiers n'a pas d'adresse et n'en recoit pas.
      ******************************************************************
       Transfert-Lettres.
           OPEN EXTEND LettresTransfert.
           IF w-LettresTransfert-Status = '35'
               OPEN OUTPUT LettresTransfert
           END-IF.
           MOVE w-TrfAncien TO w-TrfDestinataire.
           MOVE w-TrfNouveau TO w-TrfAutre.
           MOVE 'C' TO w-TrfSens.
           perform Transfert-UneLettre.
           MOVE w-TrfNouveau TO w-TrfDestinataire.
           MOVE w-TrfAncien TO w-TrfAutre.
           MOVE 'R' TO w-TrfSens.
           perform Transfert-UneLettre.
           CLOSE LettresTransfert.
           DISPLAY 'Lettres ajoutees a LETTRANS.TXT.'.

       Transfert-UneLettre.
           MOVE w-TrfDestinataire TO FDK-CodeCourtier.
           READ CourtierF
               INVALID KEY
                   DISPLAY 'Apporteur ' w-TrfDestinataire
                       ' absent du fichier, pas de lettre.'
               NOT INVALID KEY
                   perform Transfert-EditerLettre
           END-READ.

       Transfert-EditerLettre.
           MOVE 'TRANSPTF' TO w-LT-CodeLettre.
           MOVE FDK-Nom TO w-LT-Nom.
           MOVE spaces TO w-LT-Prenom.
           MOVE FDK-Adresse TO w-LT-Adresse.
           MOVE FDK-CodePostal TO w-LT-CodePostal.
           MOVE FDK-Ville TO w-LT-Ville.
           MOVE zero TO w-LT-Montant.
           MOVE w-TrfDateEffetNum TO w-LT-Date.
           MOVE spaces TO w-LT-Reference.
           STRING 'TRF' w-TrfDateEffet DELIMITED BY SIZE
               INTO w-LT-Reference.
           MOVE spaces TO w-LT-Motif.
           IF TrfCedant
               STRING 'Contrats cedes a l''apporteur ' w-TrfAutre
                   DELIMITED BY SIZE INTO w-LT-Motif
           ELSE
               STRING 'Contrats repris de l''apporteur ' w-TrfAutre
                   DELIMITED BY SIZE INTO w-LT-Motif
           END-IF.

           MOVE w-TrfDestinataire TO w-RG-CodeClient.
           MOVE w-LT-Reference TO w-RG-Reference.
           MOVE w-LT-CodeLettre TO w-RG-CodeLettre.
           perform Courrier-Debut.
           MOVE spaces TO Ltr-Ligne.
           WRITE Ltr-Ligne.
           STRING '=== Lettre du ' w-DateDuJour ' - apporteur '
               w-TrfDestinataire ' ===' DELIMITED BY SIZE
               INTO Ltr-Ligne.
           perform Transfert-EcrireLigne.
           CALL 'EditionLettre' USING EditionLettreParm.
           PERFORM Transfert-LigneModele
               VARYING w-IdxLtr FROM 1 BY 1
               UNTIL w-IdxLtr > w-LT-NbLignes.
           MOVE spaces TO Ltr-Ligne.
           STRING 'Contrats concernes: ' w-TrfNb ', effet au '
               w-TrfDateSaisie DELIMITED BY SIZE INTO Ltr-Ligne.
           perform Transfert-EcrireLigne.
           MOVE 1 TO w-TrfPos.
           PERFORM Transfert-LigneContrats UNTIL w-TrfPos > w-TrfNb.

       Transfert-LigneModele.
           MOVE w-LT-Ligne (w-IdxLtr) TO Ltr-Ligne.
           perform Transfert-EcrireLigne.

      * Huit codes contrat par ligne.
       Transfert-LigneContrats.
           MOVE spaces TO Ltr-Ligne.
           MOVE 3 TO w-TrfPtr.
           MOVE zero TO w-TrfCol.
           PERFORM Transfert-AjouterCode
               UNTIL w-TrfCol = 8 OR w-TrfPos > w-TrfNb.
           perform Transfert-EcrireLigne.

       Transfert-AjouterCode.
           STRING w-TrfContrat (w-TrfPos) ' ' DELIMITED BY SIZE
               INTO Ltr-Ligne WITH POINTER w-TrfPtr.
           ADD 1 TO w-TrfPos.
           ADD 1 TO w-TrfCol.

       Transfert-EcrireLigne.
           MOVE Ltr-Ligne TO w-RG-Ligne.
           WRITE Ltr-Ligne.
           perform Courrier-Ligne.

      ************Pieces justificatives requises*********************
           COPY PJREQUIS.

      ************Delais de carence a la declaration*****************
           COPY CARENCES.

      ************Rechutes d'arret de travail************************
           COPY RECHUTES.

      ************Connexion de l'operateur**************
           COPY OPSIGNON.

      ************Attribution des sinistres aux gestionnaires********
           COPY ATTRIBUT.

      ************Suivi des sinistres ouverts************************
           COPY SUIVISIN.

      ************Validation d'adresse au referentiel postal*********
           COPY CPVALID.

      ************Niveaux de garantie du contrat et de l'assure*******
           COPY NIVEAUX.
           COPY NIVASSUR.

      ************Conditions particulieres et attestation************
           COPY CONDPART.

      ************Registre du courrier********************************
           COPY COURRIER.


      *accept a partir de l'option page web, table 4

