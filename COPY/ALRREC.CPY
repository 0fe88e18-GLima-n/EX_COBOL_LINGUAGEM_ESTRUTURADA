      *================================================================*
      * ALRREC - Layout for ALERT-FILE (DD ALRTFIL)                   *
      * One record per alert ALRT0001 raised, appended (OPEN EXTEND)  *
      * and kept across runs as compliance's case list:               *
      *   ALR-RULE       - GV large single item, TD daily total over  *
      *                    the limit, FR structuring (items just      *
      *                    under the large-value threshold within     *
      *                    the window), SV count jump against the     *
      *                    account's own recent average;              *
      *   ALR-REF-DATE   - the item date (GV), the day (TD, SV) or    *
      *                    the last day of the window (FR);           *
      *   ALR-REF-ID     - the TRANS-ID for GV, blank otherwise;      *
      *   ALR-AMOUNT/ALR-COUNT - the item amount, the day total or    *
      *                    the window total and how many items made   *
      *                    it up; ALR-AVERAGE the daily average the   *
      *                    SV count was compared with.                *
      * ALR-STATUS is 'A' (open) when raised; compliance sets 'F'     *
      * (closed) after review. An alert in either status stops the    *
      * same pattern - same rule, account and reference, or for FR    *
      * an overlapping window - from being raised again.              *
      *================================================================*
       01  ALR-REC.
           05  ALR-RULE                PIC X(02).
               88  ALR-RULE-LARGE-ITEM        VALUE 'GV'.
               88  ALR-RULE-DAILY-TOTAL       VALUE 'TD'.
               88  ALR-RULE-STRUCTURING       VALUE 'FR'.
               88  ALR-RULE-COUNT-JUMP        VALUE 'SV'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-ACCOUNT             PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-REF-DATE            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-REF-ID              PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-AMOUNT              PIC S9(11)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-COUNT               PIC 9(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-AVERAGE             PIC 9(05)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-RAISED-DATE         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALR-STATUS              PIC X(01).
               88  ALR-STATUS-OPEN            VALUE 'A'.
               88  ALR-STATUS-CLOSED          VALUE 'F'.
