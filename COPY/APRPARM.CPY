      *================================================================*
      * APRPARM - Layout for APPROVAL-PARM-FILE (DD APRPARM)          *
      * One-record parameter card ops supplies to MANT0002 for the    *
      * dual-approval control: whether CLOSE and REOPEN cards need a  *
      * second operator's approval ('S') or are applied at once       *
      * ('N') - SETLIM always needs it - and how many days a request  *
      * may wait on PENDMNT before it expires. Changing any of them   *
      * is an edit to this card, not a recompile.                     *
      *================================================================*
       01  APRPARM-REC.
           05  APR-CLOSE-SENSITIVE     PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  APR-REOPEN-SENSITIVE    PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  APR-EXPIRY-DAYS         PIC 9(03).
