           05  FDH-Fractionnement      pic x.
      * Nature du mouvement qui a produit la photo: CRE creation,
      * AVT avenant, SUS suspension, ARC archivage, REI
      * reintegration, RES resiliation, REN renouvellement, TRF
      * transfert a un autre apporteur.
           05  FDH-TypeMouvement       pic x(3).
      * Niveaux de garantie, apres le type de mouvement pour que les
      * photos des jours anterieurs se relisent telles quelles (zone
      * a blanc = niveau de reference).
           05  FDH-IT-Indemnite        pic 9(5)v99.
           05  FDH-IT-Franchise        pic 9(3).
           05  FDH-DC-Capital          pic 9(7)v99.
