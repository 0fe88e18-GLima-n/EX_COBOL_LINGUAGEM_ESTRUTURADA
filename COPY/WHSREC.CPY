      *================================================================*
      * WHSREC - Layout for WAREHOUSE-FILE (DD WHSFILE)               *
      * One record per future-dated transaction EDIT0001 accepted     *
      * ahead of its effective date: WHS-DUE-DATE is the item's own   *
      * TRANS-DATE, WHS-SOURCE-SYSTEM/WHS-RECEIVED-DATE the batch     *
      * that delivered it and WHS-TRANS-IMAGE the record as edited    *
      * (COPY TRANREC). WHSE0001 releases the items whose date has    *
      * arrived into the night's input as a 'WAREHOUS' HDR/TRL batch  *
      * and keeps them here as 'L' with the release date, so a rerun  *
      * of the same night releases them again; the next night purges  *
      * them. Items cancelled by card are dropped with the rewrite.   *
      *================================================================*
       01  WHS-REC.
           05  WHS-DUE-DATE            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WHS-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WHS-RECEIVED-DATE       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WHS-STATUS              PIC X(01).
               88  WHS-STATUS-PENDING         VALUE 'P'.
               88  WHS-STATUS-RELEASED        VALUE 'L'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WHS-RELEASE-DATE        PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WHS-TRANS-IMAGE         PIC X(59).
