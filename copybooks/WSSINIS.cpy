           10  w-DateReouverture         pic x(10).
           10  w-MotifReouverture        pic x(30).
           10  w-ResolutionInitiale      pic x(10).
           10  w-SinistreOrigine         pic x(10).
           10  w-JoursArretAnterieurs    pic 9(5).
           10  w-JoursDossierAnterieurs  pic 9(5).
           10  w-CodeGestionnaire        pic x(8).
           10  w-DateAttribution         pic x(8).
           10  w-Approbation.
               15  w-StatutApprobation   pic x.
               15  w-ResolutionProposee  pic x(10).
               15  w-CodeRegleur         pic x(8).
               15  w-CodeApprobateur     pic x(8).
               15  w-DateApprobation     pic x(8).
               15  w-MotifRenvoi         pic x(30).
