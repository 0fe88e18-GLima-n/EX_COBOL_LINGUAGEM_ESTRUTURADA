      *================================================================*
      * JURPARM - Layout for INTEREST-PARM-FILE (DD JURPARM)          *
      * One-record parameter file ops supplies to JURO0001: the       *
      * capitalization (cycle) date, YYYYMMDD - on the first run on   *
      * or after it each account's accrued interest is posted to the  *
      * master as a system-generated credit or debit - and the day-   *
      * count basis that turns the annual rate into a daily one (360  *
      * or 365). Ops moves the cycle date forward after each          *
      * capitalization; blank or invalid means accrue only.           *
      *================================================================*
       01  JURPARM-REC.
           05  JUR-CAPITALIZE-DATE     PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  JUR-DAY-BASIS           PIC 9(03).
