      * the TRH-SOURCE-SYSTEM of the HDR/TRL batch the transaction    *
      * arrived in, carried through the recycle onto the GL extract   *
      * summaries so the feed stays identifiable.                     *
      * A transfer (TRANS-TYPE 'T') that cannot post whole is written *
      * as two adjacent records, one per leg, each image rebuilt as   *
      * the leg's own debit or credit with the other account in       *
      * TRANS-COUNTER-ACCOUNT and the shared TRANS-ID/TRANS-DATE.     *
      * SUSP-TRANSFER-LEG marks the debit leg '1' and the credit leg  *
      * '2' (blank on ordinary items); SUSP0001 recycles the pair     *
      * together or holds both.                                       *
      *================================================================*
       01  SUSP-REC.
           05  SUSP-RUN-ID             PIC X(14).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SUSP-REASON             PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SUSP-TRANS-IMAGE        PIC X(59).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SUSP-AGE-DAYS           PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SUSP-SOURCE-SYSTEM      PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SUSP-TRANSFER-LEG       PIC X(01).
               88  SUSP-SINGLE-ITEM           VALUE SPACE.
               88  SUSP-LEG-DEBIT             VALUE '1'.
               88  SUSP-LEG-CREDIT            VALUE '2'.
