      ******************************************************************
      * Header and trailer records of an interface file, COPY'd under
      * the file's FD after its own record so they share its area.
      * The first line of every interface file is the header (file
      * type, creation date, sequence number), the last the trailer
      * (number of detail records, hash total of their amounts -
      * zero for a file that carries no amount). Both are read and
      * written through the FLUX.cpy paragraphs.
      ******************************************************************
       01  FDFX-Entete.
           05  FDFX-E-Code                 pic x(3).
               88  FDFX-EstEntete          value 'HDR'.
           05  FDFX-E-TypeFichier          pic x(8).
           05  FDFX-E-DateCreation         pic 9(8).
           05  FDFX-E-Sequence             pic 9(6).
       01  FDFX-Pied.
           05  FDFX-P-Code                 pic x(3).
               88  FDFX-EstPied            value 'TRL'.
           05  FDFX-P-TypeFichier          pic x(8).
           05  FDFX-P-NbEnreg              pic 9(9).
           05  FDFX-P-Total                pic s9(13)v99
                                           sign leading separate.
