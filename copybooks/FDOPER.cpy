      ******************************************************************
      * FD for the operator master file. Who may sign on and what
      * they may do: '1' inquiry only, '2' update, '3' supervisor.
      * An update or supervisor operator who lists claim types is a
      * claim handler: new claims of those types are assigned to the
      * handlers in turn, skipping those marked absent. Each one also
      * carries a settlement authority per claim type, in the order
      * of WSDELEG.cpy (IT IA PE DC MT CH): an accepted settlement
      * above it waits on a supervisor's approval. Zero: no
      * delegation, every payment is approved. Maintained by
      * MajOperateurs.
      ******************************************************************
       FD  OperateurF.
       01  FDO-Operateur.
           05  FDO-Nom                     pic x(20).
           05  FDO-MotPasse                pic x(8).
           05  FDO-Niveau                  pic x.
           05  FDO-TypesSinistre.
               10  FDO-TypeSinistre        pic xx occurs 6.
           05  FDO-Absent                  pic x.
               88  Operateur-Absent        value 'O'.
           05  FDO-LimitesReglement.
               10  FDO-LimiteReglement     pic 9(7)v99 occurs 6.
