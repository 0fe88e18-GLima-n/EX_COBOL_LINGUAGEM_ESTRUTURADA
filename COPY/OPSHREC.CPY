      *================================================================*
      * OPSHREC - Layout for OPS-HISTORY-FILE (DD OPSHIST)            *
      * One record per night written by OPSM0001, the morning         *
      * operations summary, appended (OPEN EXTEND) and kept across    *
      * runs like ALRTFIL. OPH-NIGHT-KEY is the GLX-H-RUN-ID of the   *
      * night's GL extract - the PROG00001 run-id when posting ran,   *
      * EDIT0001's stamp when the night was held - and identifies     *
      * the night: when the summary is rerun for the same night a     *
      * second record with the same key is appended and the last one  *
      * wins. OPH-RUN-ID is the PROG00001 run-id read from CHKPTFIL   *
      * (blank when posting did not run that night). OPH-STATUS is    *
      * the one-word verdict printed at the top of OPSRPT. The        *
      * figures are the ones on the page; OPSM0001 compares tonight's *
      * against the last 30 nights on file. The GL totals of the      *
      * extract are kept so the next night can match the corporate    *
      * ledger's response (GLRESP) for this extract against them.     *
      *================================================================*
       01  OPH-REC.
           05  OPH-NIGHT-KEY           PIC X(14).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-SUMMARY-DATE        PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-STATUS              PIC X(01).
               88  OPH-STATUS-GREEN           VALUE 'G'.
               88  OPH-STATUS-AMBER           VALUE 'A'.
               88  OPH-STATUS-RED             VALUE 'R'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-BATCHES-RECEIVED    PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-BATCHES-RELEASED    PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-BATCHES-RETAINED    PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-REJECT-COUNT        PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-DUP-COUNT           PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-POSTED-COUNT        PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-SUSP-NEW-COUNT      PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-SUSP-BACKLOG        PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-SUSP-ESCALATE       PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-OVD-COUNT           PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-POST-ELAPSED        PIC 9(07)V99.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-GL-DETAIL-COUNT     PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-GL-TRANS-COUNT      PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  OPH-GL-NET-AMOUNT       PIC S9(13)V99.
