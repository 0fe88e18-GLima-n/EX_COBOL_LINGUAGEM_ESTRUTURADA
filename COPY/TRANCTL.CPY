           05  TRH-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  TRH-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(38)  VALUE SPACES.
       01  TRANS-TRAILER-REC.
           05  TRT-REC-TYPE            PIC X(03).
               88  TRANS-REC-TRAILER          VALUE 'TRL'.
           05  TRT-REC-COUNT           PIC 9(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  TRT-HASH-TOTAL          PIC S9(11)V99.
           05  FILLER                  PIC X(32)  VALUE SPACES.
