      * CTLREC - Layout for CONTROL-FILE (DD CTLFILE)                 *
      * One-record run parameter file that lets ops flag a "quick     *
      * run" (first session only) without a recompile.                *
      * CTL-POSTING-MODE (col 3) picks how the released batches are   *
      * posted: 'A' or blank - one random READ/REWRITE of ACCTMST per *
      * transaction, as always; 'S' - high-volume mode: TRANSIN is read*
      * once, the released items are sorted by account and posted in  *
      * one sequential pass over the master, one REWRITE per account. *
      * A card with only column 1 still runs in mode 'A'.             *
      *================================================================*
       01  CTL-REC.
           05  CTL-RUN-SECOND-SESSION  PIC X(01).
           05  FILLER                  PIC X(01).
           05  CTL-POSTING-MODE        PIC X(01).
               88  CTL-POSTING-RANDOM         VALUE 'A' SPACE.
               88  CTL-POSTING-SEQUENTIAL     VALUE 'S'.
