      * One record per daily transaction, read by S001-PROG1 so the    *
      * first session paragraph drives its processing off real batch   *
      * input instead of a hardcoded demonstration literal.            *
      * Type 'T' is an internal fund transfer between two of our own   *
      * accounts: TRANS-ACCOUNT is debited and TRANS-COUNTER-ACCOUNT   *
      * credited, both legs or neither. The counterparty is blank on   *
      * debits and credits.                                            *
      *================================================================*
       01  TRANS-REC.
           05  TRANS-ID                PIC X(10).
           05  TRANS-TYPE              PIC X(01).
               88  TRANS-TYPE-DEBIT           VALUE 'D'.
               88  TRANS-TYPE-CREDIT          VALUE 'C'.
               88  TRANS-TYPE-TRANSFER        VALUE 'T'.
               88  TRANS-TYPE-VALID           VALUE 'D' 'C' 'T'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  TRANS-AMOUNT            PIC S9(09)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  TRANS-ACCOUNT           PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  TRANS-COUNTER-ACCOUNT   PIC X(12).
