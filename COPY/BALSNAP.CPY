      * failed REWRITE or a mis-accumulated GL summary cannot pass.   *
      * On the very first run the file is empty and the movement      *
      * check is skipped with a warning.                              *
      * SNAP-RECON-STATUS records how that night's reconciliation     *
      * ended - closed, divergent (the RC 12 night) or movement not   *
      * checked for want of a prior snapshot - so OPSM0001 can report *
      * the trial balance result without re-reading the master.       *
      *================================================================*
       01  SNAP-REC.
           05  SNAP-DATE               PIC X(08).
           05  SNAP-TOTAL-BALANCE      PIC S9(13)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SNAP-ACCT-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SNAP-RECON-STATUS       PIC X(01).
               88  SNAP-RECON-CLOSED          VALUE 'S'.
               88  SNAP-RECON-DIVERGENT       VALUE 'N'.
               88  SNAP-RECON-UNCHECKED       VALUE 'P'.
