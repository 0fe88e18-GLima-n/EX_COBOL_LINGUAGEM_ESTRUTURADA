      * change in this field to tell one run's records apart from     *
      * the previous run's instead of treating the whole file as one  *
      * session.                                                      *
      * Once per run, after posting, PROG00001 also writes one        *
      * posting-volume line (AUD-PARAGRAPH 'VOLUME-POSTAGEM') whose   *
      * AUD-POSTING-STATS area carries the posting mode from CTLFILE, *
      * how many passes were made over TRANSIN, the elapsed seconds of*
      * the posting step, the transactions read and the ACCTMST reads *
      * and rewrites, so REPT0003 can compare the two modes. The area *
      * is blank on paragraph-entry records; REPT0001 skips the line. *
      * The same line carries the batches PROG00001 posted and held   *
      * and its duplicate and overdraft-referral counts - figures     *
      * otherwise only on DUPRPT/OVDRPT - for OPSM0001's morning      *
      * summary of the run.                                           *
      *================================================================*
       01  AUDIT-REC.
           05  AUD-RUN-ID              PIC X(14).
           05  AUD-SEQ-NO              PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-PARAGRAPH           PIC X(20).
               88  AUD-POSTING-VOLUME         VALUE 'VOLUME-POSTAGEM'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AUD-POSTING-STATS.
               10  AUD-POST-MODE           PIC X(01).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-PASSES         PIC 9(01).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-ELAPSED        PIC 9(07)V99.
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-TRANS-COUNT    PIC 9(09).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-MST-READS      PIC 9(09).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-MST-REWRITES   PIC 9(09).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-BATCHES-OK     PIC 9(02).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-BATCHES-HELD   PIC 9(02).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-DUP-COUNT      PIC 9(09).
               10  FILLER                  PIC X(01)  VALUE SPACE.
               10  AUD-POST-OVD-COUNT      PIC 9(09).
