      *================================================================*
      * DORMREC - Layout for DORMANCY-REG-FILE (DD DORMREG)           *
      * One record per account currently dormant ('D' on ACCTMST),    *
      * kept by DORM0001: the date the sweep flagged it and the       *
      * run-id of that sweep (the same run-id its status change       *
      * carries on JRNLFILE, so BACK0001 can undo a sweep), plus the  *
      * ACCT-LAST-ACTIVITY and ACCT-BALANCE as of the latest sweep    *
      * (credits keep posting to a dormant account). The              *
      * dormant-since date drives the unclaimed-funds listing and is  *
      * what INQR0001 shows next to the 'D' status. The file is       *
      * rewritten whole every sweep via the DORMNEW work dataset,     *
      * like SUSPFILE/SUSPNEW; accounts reactivated by MANT0002       *
      * (REACT) drop out on the next sweep.                           *
      *================================================================*
       01  DORM-REC.
           05  DORM-ACCOUNT            PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  DORM-SINCE-DATE         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  DORM-LAST-ACTIVITY      PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  DORM-BALANCE            PIC S9(11)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  DORM-RUN-ID             PIC X(14).
