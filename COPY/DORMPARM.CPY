      *================================================================*
      * DORMPARM - Layout for DORMANCY-PARM-FILE (DD DORMPARM)        *
      * One-record parameter card ops supplies to DORM0001: the       *
      * number of months without ACCT-LAST-ACTIVITY after which an    *
      * active account is flagged dormant ('D'), and the number of    *
      * months an account must have been dormant, with a balance      *
      * still on it, before it is listed as an unclaimed-funds        *
      * candidate. Changing either is an edit to this card, not a     *
      * recompile.                                                    *
      *================================================================*
       01  DORMPARM-REC.
           05  DORM-IDLE-MONTHS        PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  DORM-UNCLAIMED-MONTHS   PIC 9(03).
