      *================================================================*
      * WHSCARD - Layout for WHSE-CARD-FILE (DD WHSCARD)              *
      * One card per warehoused item support wants cancelled before   *
      * it releases, read by WHSE0001 ahead of the nightly release:   *
      * WCN-TRANS-ID/WCN-TRANS-DATE name the pending item (its        *
      * TRANS-ID and effective date), WCN-USER-ID is the operator     *
      * asking for it and is mandatory, and WCN-REASON-TEXT is free   *
      * text printed on WHSRPT next to the cancelled item.            *
      *================================================================*
       01  WCN-REC.
           05  WCN-TRANS-ID            PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WCN-TRANS-DATE          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WCN-USER-ID             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WCN-REASON-TEXT         PIC X(30).
