      * transaction updates ACCT-BALANCE and ACCT-LAST-ACTIVITY, an   *
      * unmatched one is diverted to the suspense file (COPY SUSPREC) *
      * for next-day repair instead of being dropped. ACCT-STATUS is  *
      * maintained by MANT0002 ('A' active, 'C' closed) and by the    *
      * dormancy sweep DORM0001 ('D' dormant - active account idle    *
      * past the DORMPARM months; debits go to suspense, credits      *
      * still post, MANT0002 REACT sets it back to 'A').              *
      * ACCT-CREDIT-LIMIT is the overdraft allowance carved from the  *
      * old FILLER (record length unchanged): a debit that would      *
      * drive the balance below zero minus this amount is diverted    *
           05  ACCT-STATUS             PIC X(01).
               88  ACCT-STATUS-ACTIVE         VALUE 'A'.
               88  ACCT-STATUS-CLOSED         VALUE 'C'.
               88  ACCT-STATUS-DORMANT        VALUE 'D'.
           05  ACCT-CREDIT-LIMIT       PIC S9(11)V99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
