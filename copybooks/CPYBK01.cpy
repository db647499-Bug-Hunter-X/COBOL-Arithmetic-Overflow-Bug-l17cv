      *****************************************************
      * CPYBK01 - parameter card for RUNBKO01, the posted-
      *           run backout.  Names the run id and run
      *           date of the nightly to reverse exactly as
      *           they stand on RUNSTAT, plus who asked for
      *           the backout and why - both required, both
      *           printed on the backout report.
      *****************************************************
       01  BACKOUT-PARM-REC.
           05  BK-RUN-ID               PIC X(8).
           05  BK-RUN-DATE             PIC X(8).
           05  BK-REQUESTED-BY         PIC X(8).
           05  BK-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(26).
