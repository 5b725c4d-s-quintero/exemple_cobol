      ******************************************************************
      * Parameter block for the ControleRun subprogram. The caller
      * fills the program name, the action ('D' at startup, 'F' at
      * clean end, 'V' for the check of an interface file before it
      * is loaded), whether the job may only run once per day, and -
      * on the end and check calls - its counters or the check
      * result as display text. ControleRun
      * answers '00' (go ahead) or '08' (run-once job already ran
      * today: stop).
      ******************************************************************
