      * One-record parameter file ops supplies to EDIT0001: how many  *
      * days before the batch's TRH-BUSINESS-DATE a TRANS-DATE may    *
      * still be accepted. A transaction dated further back than      *
      * this tolerance is rejected with reason 06 (DATA RETROATIVA).  *
      * EDT-HORIZON-DAYS is how far ahead of the business date a      *
      * future-dated item is still taken into the warehouse (WHSFILE) *
      * to release on its own date; beyond it the item is rejected    *
      * with reason 05 (DATA FUTURA). The cutover rules change every  *
      * year-end, so the tolerances are data on this card, not        *
      * literals in the program.                                      *
      *================================================================*
       01  EDTPARM-REC.
           05  EDT-TOLERANCE-DAYS      PIC 9(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  EDT-HORIZON-DAYS        PIC 9(03).
