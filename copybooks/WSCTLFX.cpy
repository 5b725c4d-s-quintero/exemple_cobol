      ******************************************************************
      * Parameter block for the ControleFlux subprogram, keeper of the
      * interface sequence register. The caller names the interface
      * file type and the function:
      *   N - outbound file: returns in w-CF-Sequence the next number
      *       and records it as issued;
      *   V - inbound file: checks w-CF-Sequence against the last one
      *       loaded, answering '00', '05' (already loaded) or '06'
      *       (a file is missing in between); nothing is recorded.
      *       The very first file of a type is accepted as it comes;
      *   A - inbound file loaded: records w-CF-Sequence as the last.
      * w-CF-DernierNumero returns the number on the register.
      ******************************************************************
       01  ControleFluxParm.
           05  w-CF-Fonction               pic x.
           05  w-CF-TypeFichier            pic x(8).
           05  w-CF-Sequence               pic 9(6).
           05  w-CF-DernierNumero          pic 9(6).
           05  w-CF-Retour                 pic xx.
               88  CF-Accepte              value '00'.
               88  CF-Doublon              value '05'.
               88  CF-Trou                 value '06'.
