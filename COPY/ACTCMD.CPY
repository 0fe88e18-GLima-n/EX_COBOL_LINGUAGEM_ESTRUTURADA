      * active with zero balance and no credit limit), CLOSE (sets    *
      * ACCT-STATUS to 'C'; held for review when ACCT-BALANCE is not  *
      * zero), REOPEN (sets a closed account back to 'A'), RENAME     *
      * (corrects ACCT-NAME), SETLIM (sets ACCT-CREDIT-LIMIT from     *
      * ACMD-CREDIT-LIMIT; zero removes the limit so the account      *
      * posts unchecked again, which is how the overdraft control is  *
      * rolled out account by account) or REACT (sets a dormant 'D'   *
      * account back to 'A' and restamps ACCT-LAST-ACTIVITY, so the   *
      * next DORM0001 sweep does not flag it again at once; held      *
      * debits then recycle from suspense). ACMD-USER-ID is the       *
      * operator making the change and is carried onto the log (COPY  *
      * ACTLOG) so every change says who asked for it - mandatory on  *
      * every card, REACT included. SETLIM - and CLOSE/REOPEN when    *
      * APRPARM says so - is not applied by its own card: it waits on *
      * PENDMNT (COPY PNDREC) for a second operator. APPROV applies   *
      * the request for ACMD-ACCOUNT and the action named in          *
      * ACMD-TARGET-ACTION (refused when ACMD-USER-ID is the operator *
      * who asked for it); REJECT drops it. The whole batch of        *
      * cards is validated before the master is touched; one bad      *
      * card holds the entire batch and ACCTMST is left untouched.    *
      *================================================================*
               88  ACMD-ACTION-REOPEN         VALUE 'REOPEN'.
               88  ACMD-ACTION-RENAME         VALUE 'RENAME'.
               88  ACMD-ACTION-SETLIM         VALUE 'SETLIM'.
               88  ACMD-ACTION-REACT          VALUE 'REACT'.
               88  ACMD-ACTION-APPROVE        VALUE 'APPROV'.
               88  ACMD-ACTION-REJECT         VALUE 'REJECT'.
               88  ACMD-ACTION-VALID          VALUE 'OPEN'
                                                    'CLOSE'
                                                    'REOPEN'
                                                    'RENAME'
                                                    'SETLIM'
                                                    'REACT'
                                                    'APPROV'
                                                    'REJECT'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACMD-ACCOUNT            PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACMD-USER-ID            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACMD-CREDIT-LIMIT       PIC 9(11)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACMD-TARGET-ACTION      PIC X(06).
