      ******************************************************************
      * FD for the interface sequence register kept by ControleFlux.
      * An outbound file takes the next number when it is created;
      * an inbound file must carry exactly the number after the last
      * one loaded - the same number again is a duplicate, a higher
      * one means a file went missing.
      ******************************************************************
       FD  SequenceFluxF.
       01  FDSF-SequenceFlux.
           05  FDSF-TypeFichier            pic x(8).
           05  FDSF-Sens                   pic x.
               88  Flux-Emis               value 'E'.
               88  Flux-Recu               value 'R'.
           05  FDSF-DernierNumero          pic 9(6).
           05  FDSF-DateDernier            pic x(8).
