           10  WEB-CH                      pic x.
           10  WEB-CodeCourtier            pic x(10).
           10  WEB-Fractionnement          pic x.
      * Niveaux choisis sur le portail; absents (flux d'avant ces
      * zones) = niveaux de reference.
           10  WEB-IT-Indemnite            pic 9(5)v99.
           10  WEB-IT-Franchise            pic 9(3).
           10  WEB-DC-Capital              pic 9(7)v99.
