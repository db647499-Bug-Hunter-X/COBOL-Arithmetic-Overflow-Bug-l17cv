      *****************************************************
      * CPYRI01 - region interim result, written by a
      *           BUGSOL01 region step (run mode "R") and
      *           read by RGNCON01.  Each step's file is one
      *           segment between CPYFC01 header and trailer
      *           records (feed id "RGNRSLT", business date
      *           the step's run date); the trailer carries
      *           the data record count and the hash of the
      *           branch rows' tran counts and amounts.
      *           RGNCON01 reads every step's segment off
      *           one concatenated DD.
      *
      *           Inside a segment the step's summary record
      *           comes first - tagged "SUM*" in the branch-id
      *           position so it can never collide with a
      *           real branch - then the step's branch rows.
      *           The summary carries the region's figures as
      *           0510 settled them (pre-adjustment totals,
      *           the card adjustment, the adjusted totals)
      *           and the step's outcome.  An abended step
      *           still writes its summary, with no rows, so
      *           the consolidation can say why the region is
      *           missing rather than just that it is.
      *****************************************************
       01  REGION-RESULT-REC.
           05  RI-BRANCH-ID            PIC X(4).
           05  RI-REGION-ID            PIC X(3).
           05  RI-TRAN-COUNT           PIC 9(5).
           05  RI-TRAN-AMT             PIC 9(9)V99.
           05  RI-SHIFT-SUB OCCURS 3 TIMES.
               10  RI-SHIFT-COUNT      PIC 9(5).
               10  RI-SHIFT-AMT        PIC 9(9)V99.
           05  RI-TYPE-SUB OCCURS 3 TIMES.
               10  RI-TYPE-DR-COUNT    PIC 9(5).
               10  RI-TYPE-DR-AMT      PIC 9(9)V99.
               10  RI-TYPE-CR-COUNT    PIC 9(5).
               10  RI-TYPE-CR-AMT      PIC 9(9)V99.
               10  RI-TYPE-NET-AMT     PIC S9(9)V99.

       01  REGION-SUMMARY-REC.
           05  RIS-SUMMARY-TAG         PIC X(4).
               88  RIS-SUMMARY-REC            VALUE "SUM*".
           05  RIS-REGION-ID           PIC X(3).
           05  RIS-RUN-ID              PIC X(8).
           05  RIS-RUN-DATE            PIC X(8).
           05  RIS-RECORDS-READ        PIC 9(9).
           05  RIS-BRANCH-COUNT        PIC 9(5).
           05  RIS-REJECT-COUNT        PIC 9(5).
           05  RIS-TRAN-COUNT          PIC 9(9).
           05  RIS-TRAN-AMT            PIC 9(11)V99.
           05  RIS-ADJ-CNT             PIC S9(5).
           05  RIS-ADJ-AMT             PIC S9(7)V99.
           05  RIS-ADJD-COUNT          PIC S9(9).
           05  RIS-ADJD-AMT            PIC S9(11)V99.
           05  RIS-RETURN-CODE         PIC 9(2).
           05  RIS-STEP-STATUS         PIC X(1).
               88  RIS-STEP-POSTED            VALUE "C" "W".
               88  RIS-STEP-ABENDED           VALUE "A".
