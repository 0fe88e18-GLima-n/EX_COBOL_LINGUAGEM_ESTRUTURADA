      * to suspense): on a restart of the same run the posting pass   *
      * uses it to re-accumulate the totals and GL summaries of the   *
      * already-committed records without touching the master again.  *
      * When REVR0001 reverses a posted transaction it appends a      *
      * second entry for the original key with disposition 'E'        *
      * (estornado), which is what stops the same item being reversed *
      * twice; the reversal itself is registered under its own ID as  *
      * 'P'.                                                          *
      *================================================================*
       01  PREG-REC.
           05  PREG-TRANS-ID           PIC X(10).
           05  PREG-DISPOSITION        PIC X(01).
               88  PREG-DISP-POSTED           VALUE 'P'.
               88  PREG-DISP-SUSPENSE         VALUE 'S'.
               88  PREG-DISP-REVERSED         VALUE 'E'.
