      *================================================================*
      * RATEREC - Layout for RATE-TABLE-FILE (DD RATETAB)             *
      * One record per interest rate ops publishes, read by JURO0001: *
      * the rate type ('C' credit rate paid on positive balances,     *
      * 'D' overdraft rate charged on negative balances inside the    *
      * account's ACCT-CREDIT-LIMIT), the date the rate takes effect  *
      * (YYYYMMDD) and the nominal annual rate in percent. The file   *
      * keeps the rate history: for each type the program uses the    *
      * row with the latest effective date not after today, so a      *
      * rate change is keyed in advance as a new row instead of       *
      * overwriting the current one on the night it changes.          *
      *================================================================*
       01  RATE-REC.
           05  RATE-TYPE               PIC X(01).
               88  RATE-TYPE-CREDIT           VALUE 'C'.
               88  RATE-TYPE-OVERDRAFT        VALUE 'D'.
               88  RATE-TYPE-VALID            VALUE 'C' 'D'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RATE-EFF-DATE           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RATE-ANNUAL-PCT         PIC 9(03)V9(04).
