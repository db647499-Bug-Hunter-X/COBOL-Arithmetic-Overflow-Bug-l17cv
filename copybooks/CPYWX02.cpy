      *****************************************************
      * CPYWX02 - working-storage layouts of the warehouse
      *           extract records (CPYWX01 lines).
      *
      *           "HDR*" / "TRL*" - feed control, the
      *               CPYFC01 fields in CPYFC01 order:
      *               feed id "WHSEXTR", business date (the
      *               night's run date), and on the trailer
      *               the count of "D" and "R" records and
      *               the hash totals of the "D" records'
      *               tran counts and amounts.
      *           "D" - one per branch with a BRHIST row for
      *               the night: the history row and its
      *               shift breakdown joined to the branch
      *               name and status from BRNCHMST and the
      *               region and district names from
      *               REGNMST.  A branch no longer on the
      *               master carries region "***" and blank
      *               names, the MONEND01 roll-up precedent.
      *           "R" - one per extract: the night's RUNSTAT
      *               outcome and GL variance figures.
      *
      *           The shift delimiters sit under an OCCURS
      *           and cannot carry a VALUE; the writer moves
      *           "|" into them before the first "D" record.
      *
      *           Signed figures carry an explicit leading
      *           sign and every amount an explicit decimal
      *           point, so the load needs no picture
      *           knowledge.
      *****************************************************
       01  WS-WXC-CONTROL-LINE.
           05  WS-WXC-TAG              PIC X(4).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXC-FEED-ID          PIC X(8).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXC-BUSINESS-DATE    PIC X(8).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXC-RECORD-COUNT     PIC 9(9).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXC-HASH-COUNT       PIC 9(11).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXC-HASH-AMT         PIC 9(13).99.

       01  WS-WXD-DETAIL-LINE.
           05  WS-WXD-REC-TYPE         PIC X(1) VALUE "D".
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-RUN-ID           PIC X(8).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-BRANCH-ID        PIC X(4).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-BRANCH-NAME      PIC X(25).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-BRANCH-STATUS    PIC X(1).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-REGION-ID        PIC X(3).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-REGION-NAME      PIC X(25).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-DISTRICT-ID      PIC X(3).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-DIST-NAME        PIC X(25).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-TRAN-COUNT       PIC 9(9).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXD-TRAN-AMT         PIC 9(11).99.
           05  WS-WXD-SHIFT-SUB OCCURS 3 TIMES.
               10  WS-WXD-SHIFT-DLM1   PIC X.
               10  WS-WXD-SHIFT-COUNT  PIC 9(9).
               10  WS-WXD-SHIFT-DLM2   PIC X.
               10  WS-WXD-SHIFT-AMT    PIC 9(11).99.

       01  WS-WXR-RUN-LINE.
           05  WS-WXR-REC-TYPE         PIC X(1) VALUE "R".
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-RUN-ID           PIC X(8).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-TIMESTAMP        PIC X(15).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-STATUS           PIC X(1).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-RETURN-CODE      PIC 9(2).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-RECORDS-READ     PIC 9(9).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-BRANCHES         PIC 9(5).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-REJECTS          PIC 9(5).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-FINAL-COUNT      PIC +9(9).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-FINAL-AMT        PIC +9(11).99.
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-GL-CNT-VARIANCE  PIC +9(9).
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-GL-AMT-VARIANCE  PIC +9(11).99.
           05  FILLER                  PIC X VALUE "|".
           05  WS-WXR-BRANCH-ROWS      PIC 9(5).
