      ******************************************************************
      * FD for the outgoing correspondence register. Every letter the
      * batch chain prints is kept here exactly as it went out: a
      * header line (000) with the letter code, the contract or claim
      * reference and the sending program, then its lines in order.
      * Written through RegistreCourrier, read back by
      * ConsultationCourrier.
      ******************************************************************
       FD  CourrierF.
       01  FDCR-Courrier.
           05  FDCR-CleCourrier.
               10  FDCR-CodeClient         pic x(10).
               10  FDCR-DateEnvoi          pic 9(8).
               10  FDCR-NumCourrier        pic 9(3).
               10  FDCR-NumLigne           pic 9(3).
                   88  FDCR-EstEntete      value zero.
           05  FDCR-Texte                  pic x(100).
       01  FDCR-Entete.
           05  filler                      pic x(24).
           05  FDCR-CodeLettre             pic x(8).
           05  FDCR-Reference              pic x(20).
           05  FDCR-Programme              pic x(18).
           05  filler                      pic x(54).
