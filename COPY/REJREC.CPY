      * original record image (COPY TRANREC) so the upstream capture  *
      * team can correct and resubmit without re-keying. The reason   *
      * codes are the ones EDIT0001 totals on its reject summary.     *
      * A retained batch also leaves one reason '13' record whose     *
      * image is the batch's HDR line (not a transaction, not in the  *
      * reject total) so OPSM0001 can count the batches held.         *
      *================================================================*
       01  REJECT-REC.
           05  REJ-REASON-CODE         PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  REJ-REASON-DESC         PIC X(25).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  REJ-TRANS-IMAGE         PIC X(59).
