      *================================================================*
      * PNDREC - Layout for PENDING-MAINT-FILE (DD PENDMNT)           *
      * One record per sensitive maintenance card (SETLIM always,     *
      * CLOSE and REOPEN when APRPARM says so) that MANT0002 has      *
      * validated but not applied: it waits here until a second       *
      * operator approves it with an APPROV card (the change is then  *
      * applied to ACCTMST) or turns it down with a REJECT card. The  *
      * maker (PND-USER-ID) can never approve their own request. A    *
      * request still here after APR-EXPIRY-DAYS days is expired and  *
      * dropped. Only open requests are kept - the file is rewritten  *
      * through PENDNEW every run and every step of a request's life  *
      * (PENDENTE, APROVADO, RECUSADO, EXPIRADO) is on ACTLOG.        *
      * One open request per account and action at a time.            *
      *================================================================*
       01  PND-REC.
           05  PND-TIMESTAMP           PIC X(14).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  PND-ACTION              PIC X(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  PND-ACCOUNT             PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  PND-ACCT-NAME           PIC X(30).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  PND-USER-ID             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  PND-CREDIT-LIMIT        PIC 9(11)V99.
