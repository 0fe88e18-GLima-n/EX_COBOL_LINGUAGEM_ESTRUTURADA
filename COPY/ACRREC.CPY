      *================================================================*
      * ACRREC - Layout for ACCRUAL-FILE (DD ACRFILE)                 *
      * One record per account JURO0001 has ever accrued interest     *
      * for: the running credit interest earned and overdraft         *
      * interest charged since the last capitalization, kept to six   *
      * decimals so the daily fractions of a cent are not lost, the   *
      * date of the last accrual (the next run accrues the days       *
      * since then, so a night the step did not run is caught up and  *
      * a rerun on the same day accrues nothing twice) and the cycle  *
      * date of the last capitalization (an account is capitalized    *
      * once per JURPARM cycle date, however many runs fall on or     *
      * after it). The file is rewritten whole every run via the      *
      * ACRNEW work dataset, like SUSPFILE/SUSPNEW.                   *
      *================================================================*
       01  ACR-REC.
           05  ACR-ACCOUNT             PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACR-LAST-ACCRUAL-DATE   PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACR-CREDIT-ACCRUED      PIC S9(09)V9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACR-DEBIT-ACCRUED       PIC S9(09)V9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ACR-LAST-CAP-DATE       PIC X(08).
