      *================================================================*
      * PRVBASE - Layout for BALANCE-BASE-FILE (DD BALBASE)           *
      * One record per account, in ACCT-NUMBER order: the opening     *
      * balance PROV0001 replays TRANHIST from. BASE-BALANCE is the   *
      * account's balance as of BASE-RUN-ID - every posted TRANHIST   *
      * row with HIST-RUN-ID up to and including it is already in     *
      * the balance, so only later rows are added (credits) or        *
      * subtracted (debits) to reach the balance ACCTMST should       *
      * show. BASE-DATE is the day the baseline was taken. An         *
      * account with no record here opens at zero and replays its     *
      * whole history. PROV0001 rebuilds the file (via BALBNEW) from  *
      * the master only after a proof with nothing out, or when the   *
      * PRVPARM card asks for a first load.                           *
      *================================================================*
       01  BASE-REC.
           05  BASE-ACCOUNT            PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  BASE-RUN-ID             PIC X(14).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  BASE-BALANCE            PIC S9(11)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  BASE-DATE               PIC X(08).
