      *================================================================*
      * ALRPARM - Layout for ALERT-PARM-FILE (DD ALRPARM)             *
      * One-record parameter card compliance supplies to ALRT0001,    *
      * one field per monitoring rule:                                *
      *   ALP-LARGE-AMOUNT   - a single posted item at or above this  *
      *                        amount is alerted (rule GV);           *
      *   ALP-DAILY-LIMIT    - an account whose items on one day add  *
      *                        up to more than this is alerted (TD);  *
      *   ALP-STRUCT-PCT/DAYS/COUNT - ALP-STRUCT-COUNT or more items  *
      *                        "just under" ALP-LARGE-AMOUNT (at or   *
      *                        above ALP-STRUCT-PCT percent of it)    *
      *                        within ALP-STRUCT-DAYS consecutive     *
      *                        days are alerted as structuring (FR);  *
      *   ALP-JUMP-DAYS/FACTOR/MIN-COUNT - a day with at least        *
      *                        ALP-JUMP-MIN-COUNT items and more than *
      *                        ALP-JUMP-FACTOR times the account's    *
      *                        own daily average over the preceding   *
      *                        ALP-JUMP-DAYS days is alerted (SV);    *
      *   ALP-SCAN-DAYS      - how many days back from the run date   *
      *                        are evaluated each night, so late or   *
      *                        back-dated postings are still seen.    *
      * Amounts are compared in absolute value, debits and credits    *
      * alike. The thresholds change with compliance policy, so they  *
      * are data on this card, not literals in the program.           *
      *================================================================*
       01  ALRPARM-REC.
           05  ALP-LARGE-AMOUNT        PIC 9(09)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-DAILY-LIMIT         PIC 9(11)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-STRUCT-PCT          PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-STRUCT-DAYS         PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-STRUCT-COUNT        PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-JUMP-DAYS           PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-JUMP-FACTOR         PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-JUMP-MIN-COUNT      PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALP-SCAN-DAYS           PIC 9(03).
