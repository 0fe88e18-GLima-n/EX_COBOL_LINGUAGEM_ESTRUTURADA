      * month" is one pass over TRANHIST instead of a dig through     *
      * old TRANCLN generations. STMT0001 prints the per-account      *
      * statement from it.                                            *
      * A reversal posted by REVR0001 is an ordinary 'P' row of the   *
      * opposite type whose HIST-REVERSAL-OF-ID/DATE name the         *
      * original transaction it cancels; every other row leaves them  *
      * blank.                                                        *
      * STMT0001 and INQR0001 use the pair to print the original and  *
      * its reversal linked.                                          *
      *================================================================*
       01  HIST-REC.
           05  HIST-TRANS-ID           PIC X(10).
               88  HIST-DISP-SUSPENSE         VALUE 'S'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  HIST-BALANCE-AFTER      PIC S9(11)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  HIST-REVERSAL-OF-ID     PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  HIST-REVERSAL-OF-DATE   PIC X(08).
