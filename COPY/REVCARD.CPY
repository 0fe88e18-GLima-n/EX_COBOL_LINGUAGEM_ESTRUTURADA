      *================================================================*
      * REVCARD - Layout for REVERSAL-CARD-FILE (DD REVCARD)          *
      * One card per reversal request, read by REVR0001 in the        *
      * nightly stream: RVC-REVERSAL-ID is the TRANS-ID the desk      *
      * gives the reversal itself (registered in PROCREG like any     *
      * posting, so the same card keyed twice is caught), and         *
      * RVC-ORIG-TRANS-ID/DATE name the posted transaction to be      *
      * cancelled. RVC-USER-ID is the operator asking for it and is   *
      * mandatory; RVC-REASON-TEXT is free text printed on REVRPT.    *
      * The reversal posts the exact opposite amount to the same      *
      * account(s) - both legs of an internal transfer - with the     *
      * business date of the run.                                     *
      *================================================================*
       01  RVC-REC.
           05  RVC-REVERSAL-ID         PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RVC-ORIG-TRANS-ID       PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RVC-ORIG-TRANS-DATE     PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RVC-USER-ID             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RVC-REASON-TEXT         PIC X(30).
