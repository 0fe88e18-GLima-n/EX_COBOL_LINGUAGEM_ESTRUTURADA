      *================================================================*
      * PRVPARM - Layout for PROOF-PARM-FILE (DD PRVPARM)             *
      * One-record parameter card ops supplies to PROV0001:           *
      * PRV-MODE 'P' (the normal run) proves every account against    *
      * the BALBASE baseline and cross-checks the control files;      *
      * 'I' takes the first baseline - the current ACCTMST balances   *
      * become the opening balances, TRANHIST as it stands is taken   *
      * as already in them, and no account is proved that run (the    *
      * control-file cross-check still runs). Use 'I' once when the   *
      * proof is introduced, or after a repair agreed with the        *
      * ledger team; a missing or invalid card means 'P'.             *
      *================================================================*
       01  PRVPARM-REC.
           05  PRV-MODE                PIC X(01).
               88  PRV-MODE-PROOF             VALUE 'P'.
               88  PRV-MODE-INITIAL           VALUE 'I'.
