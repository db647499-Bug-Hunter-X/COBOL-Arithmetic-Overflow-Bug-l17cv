      *            Accumulates branch transaction counts
      *            and dollar amounts into control totals
      *            with manual adjustments applied.
      *            Counts still arriving under a branch id
      *            that BRMNT01 has merged away post to the
      *            surviving branch through the branch
      *            crosswalk, and the trend window reads the
      *            survivor's history together with that of
      *            every branch merged into it.
      *            Each branch's work is also carried by
      *            transaction type (deposit, withdrawal,
      *            transfer) as debits, credits and a
      *            signed net, through BRHIST and into the
      *            per-type GL cross-foot.
      *            A region step (run mode "R") runs one
      *            region's slice of the night under its own
      *            run id and leaves an interim result on
      *            RGNRSLT instead of reconciling to the GL -
      *            RGNCON01 consolidates the steps, so a late
      *            region no longer holds the others up.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGN-FILE-STATUS.

           SELECT XWALK-FILE ASSIGN TO "BRXWALK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XW-FILE-STATUS.

           SELECT REGION-RESULT-FILE ASSIGN TO "RGNRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

           SELECT ADJUST-ITEM-FILE ASSIGN TO "ADJITEMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-COUNTS-FILE
                                  ==REGION-CONTROL-REC==
                        LEADING ==FC-== BY ==RGC-==.

       FD  XWALK-FILE
           RECORDING MODE IS F.
           COPY CPYXW01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==XWALK-CONTROL-REC==
                        LEADING ==FC-== BY ==XWC-==.

       FD  REGION-RESULT-FILE
           RECORDING MODE IS F.
           COPY CPYRI01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==REGION-RESULT-CONTROL-REC==
                        LEADING ==FC-== BY ==RRC-==.

       FD  ADJUST-ITEM-FILE
           RECORDING MODE IS F.
           COPY CPYAR01 REPLACING ==ADJ-REGISTER-REC== BY
                                  ==ADJ-ITEM-REC==
                        LEADING ==AR-== BY ==AI-==.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==ADJ-ITEM-CONTROL-REC==
                        LEADING ==FC-== BY ==AIC-==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BC-FILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RGN-FILE-STATUS     PIC X(2) VALUE "00".
               88  WS-RGN-OK                     VALUE "00".
               88  WS-RGN-EOF                    VALUE "10".
           05  WS-XW-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-XW-OK                      VALUE "00".
               88  WS-XW-EOF                     VALUE "10".
           05  WS-RR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-RR-OK                      VALUE "00".
           05  WS-ADI-FILE-STATUS     PIC X(2) VALUE "00".
               88  WS-ADI-OK                     VALUE "00".
               88  WS-ADI-EOF                    VALUE "10".

       01  WS-RUN-ID                   PIC X(8) VALUE SPACES.
       01  WS-AUD-RUN-ID               PIC X(8) VALUE SPACES.
      *    posted totals of the named run id, re-runs the GL
      *    cross-foot, and prints the Amended Control Total
      *    Report instead of reposting the whole night.
      *    WS-RUN-MODE also carries the preview ("P") and
      *    region step ("R") modes off the first card.
       01  WS-SUPP-AREA.
           05  WS-RUN-MODE             PIC X VALUE "N".
               88  WS-SUPPLEMENTAL-MODE       VALUE "S".
               88  WS-PREVIEW-MODE            VALUE "P".
               88  WS-REGION-STEP-MODE        VALUE "R".
           05  WS-ORIG-RUN-FOUND-SW    PIC X VALUE "N".
               88  WS-ORIG-RUN-FOUND          VALUE "Y".
           05  WS-ORIG-RUN-DATE        PIC X(8) VALUE SPACES.
           05  WS-GFC-HASH-COUNT      PIC 9(11) VALUE 0.
           05  WS-GFC-HASH-AMT        PIC 9(13)V99 VALUE 0.

      *    Region step interim result: the trailer figures
      *    accumulated as RGNRSLT is written.
       01  WS-RGN-RESULT-AREA.
           05  WS-RRF-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-RRF-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-RRF-HASH-AMT         PIC 9(13)V99 VALUE 0.
           05  WS-RRF-SUB              PIC 9 VALUE 0.

      *    Pre-run guard working fields: what the RUNSTAT
      *    scan found for this run id, and whether the
      *    first card carried the deliberate force flag.
               88  WS-POSTED-TONIGHT          VALUE "Y".
           05  WS-NIGHTLY-DONE-SW      PIC X VALUE "N".
               88  WS-NIGHTLY-DONE            VALUE "Y".
           05  WS-NIGHTLY-DONE-DATE    PIC X(8) VALUE SPACES.
           05  WS-LAST-RS-FOUND-SW     PIC X VALUE "N".
               88  WS-LAST-RS-FOUND           VALUE "Y".
           05  WS-LAST-RS-STATUS       PIC X(1) VALUE SPACE.
       01  WS-MST-PREV-ID              PIC X(4) VALUE LOW-VALUES.
       01  WS-GL-PREV-ID               PIC X(4) VALUE LOW-VALUES.

       COPY CPYXW02.

      *    The business date a merge must be effective by to
      *    redirect tonight's counts - the system date for a
      *    nightly, the posted run's date for a supplemental.
       01  WS-XWK-BUS-DATE             PIC X(8) VALUE SPACES.

      *    The manual adjustment register items ADJREG01 built
      *    tonight's control cards from (ADJITEMS), each tagged
      *    with the card it went into, so the Control Total
      *    Report can list the items behind each region's
      *    adjustment.  Optional: without the file, or with
      *    one for another business date or one that fails
      *    its feed controls, the report shows the net card
      *    figure alone as it always did.
       01  WS-ADJ-ITEM-AREA.
           05  WS-ADI-AVAILABLE-SW     PIC X VALUE "N".
               88  WS-ADI-AVAILABLE           VALUE "Y".
           05  WS-ADI-HDR-SW           PIC X VALUE "N".
               88  WS-ADI-HDR-SEEN            VALUE "Y".
           05  WS-ADI-TRL-SW           PIC X VALUE "N".
               88  WS-ADI-TRL-SEEN            VALUE "Y".
           05  WS-ADI-BUS-DATE         PIC X(8) VALUE SPACES.
           05  WS-ADI-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-ADI-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-ADI-ROW              PIC 9(5) VALUE 0.
           05  WS-ADI-RGN-ITEMS        PIC 9(5) VALUE 0.
           05  WS-ADI-SUM-CNT          PIC S9(9) VALUE 0.
           05  WS-ADI-SUM-AMT          PIC S9(11)V99 VALUE 0.
           05  WS-ADI-DIFF-CNT         PIC S9(9) VALUE 0.
           05  WS-ADI-DIFF-AMT         PIC S9(11)V99 VALUE 0.
           05  WS-ADI-TABLE OCCURS 1000 TIMES.
               10  WS-ADIT-CARD-REGION PIC X(3).
               10  WS-ADIT-REASON-CODE PIC X(2).
               10  WS-ADIT-REFERENCE   PIC X(12).
               10  WS-ADIT-COUNT       PIC S9(5).
               10  WS-ADIT-DOLLARS     PIC S9(7)V99.
               10  WS-ADIT-REQUESTER   PIC X(8).
               10  WS-ADIT-APPROVER    PIC X(8).

      *    Counts received under a retired branch id and
      *    re-keyed to its survivor.  They are held here and
      *    folded once the sorted feeds are exhausted: the
      *    survivor's key sorts anywhere relative to the
      *    retired id, so the control-break fold cannot take
      *    them in feed order.
       01  WS-REDIRECT-AREA.
           05  WS-RDR-REDIRECTED-SW    PIC X VALUE "N".
               88  WS-RDR-REDIRECTED          VALUE "Y".
           05  WS-RDR-ORIG-ID          PIC X(4) VALUE SPACES.
           05  WS-RDR-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-RDR-ROW              PIC 9(5) VALUE 0.
           05  WS-RDR-SHIFT-ROW        PIC 9(5) VALUE 0.
           05  WS-RDR-TABLE OCCURS 1000 TIMES.
               10  WS-RDRT-ORIG-ID     PIC X(4).
               10  WS-RDRT-SURVIVOR-ID PIC X(4).
               10  WS-RDRT-REGION-ID   PIC X(3).
               10  WS-RDRT-SHIFT-CODE  PIC X(1).
               10  WS-RDRT-TRAN-COUNT  PIC 9(5).
               10  WS-RDRT-TRAN-AMT    PIC 9(7)V99.
               10  WS-RDRT-TYPE-DETAIL PIC X(84).

       01  WS-GL-RECONCILE-AREA.
           05  WS-TOLERANCE-AMT        PIC 9(7) VALUE 0.
           05  WS-TOLERANCE-DOLLARS    PIC 9(7)V99 VALUE 0.
       01  WS-GL-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-GL-FOUND                    VALUE "Y".

      *    Transaction-type working fields (1 deposit,
      *    2 withdrawal, 3 transfer).  The foot fields prove a
      *    counts record's type breakdown adds back to its
      *    gross figures; the WS-GLVT rows hold one branch's
      *    per-type cross-foot against the GL - system and GL
      *    debits and credits, the system-less-GL variances
      *    and whether the type is outside the dollar
      *    tolerance - for the variance report and the
      *    adjusting entry.
       01  WS-TYPE-WORK-AREA.
           05  WS-TYPE-SUB             PIC 9(1) VALUE 0.
           05  WS-TYPE-FOOT-COUNT      PIC 9(7) VALUE 0.
           05  WS-TYPE-FOOT-AMT        PIC 9(9)V99 VALUE 0.
           05  WS-GLV-TYPES-OUT        PIC 9(1) VALUE 0.
           05  WS-GLV-TYPE-SUB OCCURS 3 TIMES.
               10  WS-GLVT-SYS-DR-AMT  PIC 9(11)V99.
               10  WS-GLVT-SYS-CR-AMT  PIC 9(11)V99.
               10  WS-GLVT-GL-DR-AMT   PIC 9(11)V99.
               10  WS-GLVT-GL-CR-AMT   PIC 9(11)V99.
               10  WS-GLVT-SYS-NET-AMT PIC S9(11)V99.
               10  WS-GLVT-DR-VARIANCE PIC S9(11)V99.
               10  WS-GLVT-CR-VARIANCE PIC S9(11)V99.
               10  WS-GLVT-NET-VARIANCE
                                       PIC S9(11)V99.
               10  WS-GLVT-OUT-SW      PIC X(1).
                   88  WS-GLVT-OUT            VALUE "Y".
           05  WS-TYPE-NAME-VALUES.
               10  FILLER              PIC X(10) VALUE "DEPOSIT".
               10  FILLER              PIC X(10) VALUE "WITHDRAWAL".
               10  FILLER              PIC X(10) VALUE "TRANSFER".
           05  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-VALUES.
               10  WS-TYPE-NAME        PIC X(10) OCCURS 3 TIMES.

      *    Shift Balance Report working fields: the branch
      *    table carries its rows' shift buckets, and these
      *    roll them up by region and shop-wide so an
           05  WS-TRD-SHIFT-SUB OCCURS 3 TIMES.
               10  WS-HST-SHIFT-WINDOW PIC 9(11).
               10  WS-TREND-SHIFT-CNT  PIC 9(9).
      *    A merged branch's nights and its survivor's share
      *    dates, so the window's day count is the number of
      *    distinct nights read, not the number of rows.
           05  WS-TRD-HIST-ID          PIC X(4) VALUE SPACES.
           05  WS-TRD-DAY-SUB          PIC 9(3) VALUE 0.
           05  WS-TRD-DAY-FOUND-SW     PIC X VALUE "N".
               88  WS-TRD-DAY-FOUND           VALUE "Y".
           05  WS-TRD-DAY-DATE OCCURS 31 TIMES
                                       PIC X(8).

      *    GL extract image, one row per branch, loaded by
      *    0600-RECONCILE-GL so each branch subtotal can be
      *    recon is a binary SEARCH ALL.  WS-GLT-MATCHED-SW
      *    marks rows claimed by a system branch so the
      *    leftovers can be listed as present-on-GL-only.
      *    WS-GLT-TYPES-SW is off for a row whose type
      *    breakdown did not arrive numeric - that branch is
      *    tied out in gross only.
       01  WS-GL-TABLE-AREA.
           05  WS-GL-TBL-CNT           PIC 9(5) VALUE 0.
           05  WS-GL-TABLE OCCURS 1 TO 10000 TIMES
               10  WS-GLT-TRAN-AMT     PIC 9(11)V99.
               10  WS-GLT-MATCHED-SW   PIC X.
                   88  WS-GLT-MATCHED         VALUE "Y".
               10  WS-GLT-TYPES-SW     PIC X.
                   88  WS-GLT-TYPES-PRESENT   VALUE "Y".
               10  WS-GLT-TYPE-DETAIL.
                   15  WS-GLT-TYPE-SUB OCCURS 3 TIMES.
                       20  WS-GLT-TYPE-DR-AMT
                                       PIC 9(11)V99.
                       20  WS-GLT-TYPE-CR-AMT
                                       PIC 9(11)V99.

       01  WS-RESTARTING-SWITCH        PIC X VALUE "N".
           88  WS-IS-RESTARTING               VALUE "Y".
           05  WS-RPN-DIST-NAME        PIC X(25).
           05  FILLER                  PIC X(5)  VALUE SPACES.

      *    Register items under a region's adjustment line,
      *    indented so they read as detail of it.
       01  WS-RPT-ITEM-CAPTION-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE "RSN REFERENCE".
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "REQUESTR/APPROVER".
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-RPT-ITEM-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPI-REASON-CODE      PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPI-REFERENCE        PIC X(12).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  WS-RPI-COUNT            PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPI-DOLLARS          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPI-REQUESTER        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-RPI-APPROVER         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-RPT-DIST-LINE.
           05  FILLER                  PIC X(9)  VALUE "DISTRICT ".
           05  WS-RPD-DIST-ID          PIC X(3).
           05  WS-GVR-STATUS           PIC X(20).
           05  FILLER                  PIC X(8)  VALUE SPACES.

      *    Printed under an exception branch's detail line,
      *    one per transaction type outside tolerance, so the
      *    report says which type is out, not just that the
      *    branch is.
       01  WS-GVR-TYPE-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-GVT-TYPE-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DR VAR ".
           05  WS-GVT-DR-VAR           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "CR VAR ".
           05  WS-GVT-CR-VAR           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "NET VAR ".
           05  WS-GVT-NET-VAR          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "SYS NET ".
           05  WS-GVT-SYS-NET          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-GVR-NONE-LINE            PIC X(132)
           VALUE "ALL BRANCHES WITHIN TOLERANCE".

               PERFORM 0175-LOAD-CALENDAR
               PERFORM 0178-LOAD-REGION-REF
               PERFORM 0180-LOAD-BRANCH-MASTER
               PERFORM 0182-LOAD-XWALK
               PERFORM 0187-LOAD-ADJ-ITEMS
               PERFORM 0200-LOAD-BRANCH-TABLE
           END-IF
           IF NOT WS-ABEND-REQUESTED
           IF WS-ABEND-REQUESTED
               DISPLAY "BUGSOL01: ABORTED - SEE ERROR-LOG-FILE"
           ELSE
      *        A region step is one slice of the night - its GL
      *        cross-foot waits for RGNCON01 to put the slices
      *        back together.
               IF WS-REGION-STEP-MODE
                   PERFORM 0620-PRINT-GL-VARIANCE-RPT
               ELSE
                   PERFORM 0600-RECONCILE-GL
               END-IF
               IF WS-SUPPLEMENTAL-MODE
                   PERFORM 0740-PRINT-AMENDED-REPORT
                   PERFORM 0760-WRITE-HISTORY
               END-IF
           END-IF
           PERFORM 0750-FINISH-REJECT-REPORT
           IF WS-REGION-STEP-MODE AND WS-DATA-OUTPUTS-OPEN
               PERFORM 0870-WRITE-REGION-RESULT
           END-IF
           IF NOT WS-PREVIEW-MODE
               PERFORM 0800-WRITE-RUN-SUMMARY
           END-IF
           STOP RUN.

       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "BUGSOL01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
      *    Deferred until the run mode is known: a preview
      *    must not truncate last night's suspense or the
      *    pending adjusting entries just by looking.
      *    GLADJENT holds only tonight's entries: ADJAPR01
      *    folds each night into its carried-forward open-
      *    item ledger before the next run replaces the file.
      *    A region step raises no adjusting entries - the
      *    consolidation does - so it leaves GLADJENT alone
      *    and opens its interim result file instead.
       0110-OPEN-DATA-OUTPUTS.
           OPEN OUTPUT REJECT-FILE
           IF NOT WS-RJ-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REGION-STEP-MODE
               OPEN OUTPUT REGION-RESULT-FILE
               IF NOT WS-RR-OK
                   DISPLAY "BUGSOL01: UNABLE TO OPEN "
                           "REGION-RESULT-FILE, STATUS="
                           WS-RR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT ADJUST-ENTRY-FILE
               IF NOT WS-ADJ-OK
                   DISPLAY "BUGSOL01: UNABLE TO OPEN "
                           "ADJUST-ENTRY-FILE, STATUS="
                           WS-ADJ-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           SET WS-DATA-OUTPUTS-OPEN TO TRUE.

               MOVE "CTLCARD" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO OPEN CONTROL-CARD-FILE" TO ERR-MESSAGE
               MOVE "0120-READ-CONTROL-CARDS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           PERFORM UNTIL WS-CTL-EOF OR WS-ABEND-REQUESTED
                                    TO ERR-MESSAGE
                           MOVE "0120-READ-CONTROL-CARDS" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 16 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       ELSE
                           SET WS-CTL-IDX TO WS-CTL-TBL-CNT
                               IF CTL-PREVIEW-RUN
                                   MOVE "P" TO WS-RUN-MODE
                               END-IF
                               IF CTL-REGION-STEP-RUN
                                   MOVE "R" TO WS-RUN-MODE
                               END-IF
                               IF CTL-FORCE-OVERRIDE
                                   SET WS-FORCE-OVERRIDE TO TRUE
                               END-IF
               MOVE 0 TO WS-CTLT-ADJD-AMT(WS-CTL-IDX)
               MOVE "RUNCKPT1" TO WS-RUN-ID
           END-IF
      *    A region step posts exactly one named region: its
      *    run id, checkpoint and interim result are that
      *    region's alone, and "ALL" would sweep the other
      *    regions' branches into it.
           IF WS-REGION-STEP-MODE AND NOT WS-ABEND-REQUESTED
               IF WS-CTL-TBL-CNT > 1
                OR WS-CTLT-REGION-ID(1) = "ALL"
                   MOVE WS-CTL-TBL-CNT TO ERR-OPERAND-1
                   MOVE 1 TO ERR-OPERAND-2
                   MOVE "CTL-REGION" TO ERR-TARGET-FIELD
                   MOVE "REGION STEP NEEDS ONE NAMED REGION CARD"
                            TO ERR-MESSAGE
                   MOVE "0120-READ-CONTROL-CARDS" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
           MOVE WS-RUN-ID TO WS-AUD-RUN-ID
      *    An unconfigured (zero) trend band would flag every
      *    branch every night; fall back to the shop default.
      *    or break run sequencing:
      *      - a nightly whose run id already has a non-abended
      *        record for tonight's date (the accidental full
      *        rerun that posts the night twice) - unless
      *        RUNBKO01 has since backed that posting out;
      *      - a nightly whose run id last ended in an abend on
      *        an EARLIER date that was never restarted (a
      *        same-date abend is the checkpoint restart path
                            ERR-MESSAGE
                   MOVE "0145-CHECK-RUN-GUARD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   PERFORM UNTIL WS-RS-EOF
                                TO ERR-MESSAGE
                       MOVE "0145-CHECK-RUN-GUARD" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 16 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
                   END-IF
               END-IF

      *    Folds one RUNSTAT record into the guard findings:
      *    has tonight already posted, did the nightly ever
      *    complete, and what did this run id do last.  A
      *    RUNBKO01 reversal record undoes the posting it
      *    names - a backed-out night counts as never posted,
      *    so the corrected rerun needs no force card - but
      *    it is not itself a run and leaves the last-run
      *    findings alone.
       0147-GUARD-ONE-RECORD.
           IF RS-RUN-ID = WS-RUN-ID
               IF RS-BACKED-OUT
                   IF RS-RUN-DATE = WS-GUARD-DATE
                       MOVE "N" TO WS-POSTED-TONIGHT-SW
                   END-IF
                   IF RS-RUN-DATE = WS-NIGHTLY-DONE-DATE
                       MOVE "N" TO WS-NIGHTLY-DONE-SW
                   END-IF
               ELSE
                   IF RS-RUN-DATE = WS-GUARD-DATE
                    AND NOT RS-ABENDED
                    AND NOT RS-SUPPLEMENTAL
                       SET WS-POSTED-TONIGHT TO TRUE
                   END-IF
                   IF RS-COMPLETED-CLEAN OR RS-COMPLETED-WARNING
                       SET WS-NIGHTLY-DONE TO TRUE
                       MOVE RS-RUN-DATE TO WS-NIGHTLY-DONE-DATE
                   END-IF
                   SET WS-LAST-RS-FOUND TO TRUE
                   MOVE RS-COMPLETION-STATUS TO WS-LAST-RS-STATUS
                   MOVE RS-RUN-DATE TO WS-LAST-RS-DATE
               END-IF
           END-IF.

       0148-JUDGE-GUARD-FINDINGS.
                   MOVE WS-GUARD-REASON TO ERR-MESSAGE
                   MOVE "0148-JUDGE-GUARD-FINDINGS" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 24 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF.
      *    card's run id supplies the posted date and totals
      *    the deltas build on.  No such record means there is
      *    nothing to amend - a hard stop, not a quiet full
      *    repost.  A posting since backed out by RUNBKO01 is
      *    no longer there to amend either.
       0140-FIND-POSTED-RUN.
           CLOSE RUN-STATUS-FILE
           OPEN INPUT RUN-STATUS-FILE
               MOVE "RUNSTAT" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO READ RUN-STATUS-FILE" TO ERR-MESSAGE
               MOVE "0140-FIND-POSTED-RUN" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               PERFORM UNTIL WS-RS-EOF
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RS-RUN-ID = WS-RUN-ID
                            AND RS-BACKED-OUT
                            AND RS-RUN-DATE = WS-ORIG-RUN-DATE
                               MOVE "N" TO WS-ORIG-RUN-FOUND-SW
                           END-IF
                           IF RS-RUN-ID = WS-RUN-ID
                            AND NOT RS-ABENDED
                            AND NOT RS-BACKED-OUT
                               SET WS-ORIG-RUN-FOUND TO TRUE
                               MOVE RS-RUN-DATE TO WS-ORIG-RUN-DATE
                               MOVE RS-FINAL-COUNT-TOTAL TO
                   MOVE "UNABLE TO REOPEN RUN-STATUS-FILE" TO
                            ERR-MESSAGE
                   MOVE "0140-FIND-POSTED-RUN" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
               MOVE "NO POSTED RUN FOUND TO SUPPLEMENT" TO
                        ERR-MESSAGE
               MOVE "0140-FIND-POSTED-RUN" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

                                    ERR-MESSAGE
                           MOVE "0150-READ-CHECKPOINT" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 20 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       END-IF
                   NOT INVALID KEY
                            ERR-MESSAGE
                   MOVE "0160-OPEN-COUNTS-FILE" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           ELSE
                            ERR-MESSAGE
                   MOVE "0160-OPEN-COUNTS-FILE" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
      *        The SUSPRC01 recycle file is an optional
                                ERR-MESSAGE
                       MOVE "0160-OPEN-COUNTS-FILE" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 16 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
                   END-IF
               END-IF
           MOVE "COUNTS FEED HEADER INVALID OR MISSING" TO
                    ERR-MESSAGE
           MOVE "0165-READ-COUNTS-HEADER" TO WS-ERR-SOURCE-PARA
           MOVE 28 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           SET WS-ABEND-REQUESTED TO TRUE
           PERFORM 0830-CLASSIFY-ABEND.

      *    Loads the business-day calendar into the shared
               MOVE "UNABLE TO OPEN BRANCH-MASTER-FILE" TO
                        ERR-MESSAGE
               MOVE "0180-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           MOVE LOW-VALUES TO WS-MST-PREV-ID
               MOVE "MASTER FEED HEADER/TRAILER MISSING" TO
                        ERR-MESSAGE
               MOVE "0180-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF WS-MST-TBL-CNT = 0 AND NOT WS-ABEND-REQUESTED
               MOVE "MASTER-CNT" TO ERR-TARGET-FIELD
               MOVE "BRANCH MASTER FILE IS EMPTY" TO ERR-MESSAGE
               MOVE "0180-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

                   MOVE "MASTER FEED HEADER INVALID" TO ERR-MESSAGE
                   MOVE "0185-MASTER-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-MFC-HDR-SEEN TO TRUE
                            ERR-MESSAGE
                   MOVE "0185-MASTER-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-MFC-TRL-SEEN TO TRUE
               MOVE "MASTER-SEQ" TO ERR-TARGET-FIELD
               MOVE "BRANCH MASTER OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0190-LOAD-ONE-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE BM-BRANCH-ID TO WS-MST-PREV-ID
                   MOVE "MASTER TABLE OCCURS 10000 EXCEEDED"
                            TO ERR-MESSAGE
                   MOVE "0190-LOAD-ONE-MASTER" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
                   MOVE 10000 TO WS-MST-TBL-CNT
               ELSE
               END-IF
           END-IF.

      *    Loads the branch crosswalk BRMNT01 cuts with the
      *    master.  Like the region reference file it is
      *    optional: with no crosswalk, or one whose feed
      *    controls do not verify, nothing is redirected and
      *    a retired branch's counts suspend as a closed
      *    branch, exactly as before merges were recorded -
      *    the night still posts and SUSPRC01 can recycle
      *    them once the file is right.
       0182-LOAD-XWALK.
           IF WS-SUPPLEMENTAL-MODE
               MOVE WS-ORIG-RUN-DATE TO WS-XWK-BUS-DATE
           ELSE
               MOVE WS-FC-EXPECT-DATE TO WS-XWK-BUS-DATE
           END-IF
           OPEN INPUT XWALK-FILE
           IF NOT WS-XW-OK
               DISPLAY "BUGSOL01: XWALK-FILE NOT AVAILABLE, "
                       "STATUS=" WS-XW-FILE-STATUS
                       " - MERGED BRANCHES NOT REDIRECTED"
           ELSE
               SET WS-XWK-AVAILABLE TO TRUE
               MOVE LOW-VALUES TO WS-XWK-PREV-ID
               PERFORM UNTIL WS-XW-EOF
                          OR NOT WS-XWK-AVAILABLE
                   READ XWALK-FILE
                       AT END
                           SET WS-XW-EOF TO TRUE
                           IF WS-XWK-HDR-SEEN
                            AND NOT WS-XWK-TRL-SEEN
                               DISPLAY "BUGSOL01: XWALK-FILE ENDED "
                                       "WITHOUT A TRAILER - MERGED "
                                       "BRANCHES NOT REDIRECTED"
                               MOVE "N" TO WS-XWK-AVAILABLE-SW
                               MOVE 0 TO WS-XWK-TBL-CNT
                           END-IF
                       NOT AT END
                           IF XWC-CONTROL-REC
                               PERFORM 0183-XWALK-CONTROL-REC
                           ELSE
                               IF WS-XWK-TRL-SEEN
                                   DISPLAY "BUGSOL01: XWALK-FILE DATA "
                                           "AFTER TRAILER - MERGED "
                                           "BRANCHES NOT REDIRECTED"
                                   MOVE "N" TO WS-XWK-AVAILABLE-SW
                                   MOVE 0 TO WS-XWK-TBL-CNT
                               ELSE
                                   ADD 1 TO WS-XWK-REC-COUNT
                                   PERFORM 0184-LOAD-ONE-XWALK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XWALK-FILE
               IF WS-XWK-AVAILABLE
                   PERFORM VARYING WS-XWK-ROW FROM 1 BY 1
                             UNTIL WS-XWK-ROW > WS-XWK-TBL-CNT
                                OR NOT WS-XWK-AVAILABLE
                       PERFORM 0186-RESOLVE-ONE-CHAIN
                   END-PERFORM
               END-IF
           END-IF.

       0183-XWALK-CONTROL-REC.
           IF XWC-HEADER-REC
               SET WS-XWK-HDR-SEEN TO TRUE
           ELSE
               IF XWC-RECORD-COUNT NOT = WS-XWK-REC-COUNT
                   DISPLAY "BUGSOL01: XWALK-FILE TRAILER MISMATCH - "
                           "EXPECTED " XWC-RECORD-COUNT
                           " READ " WS-XWK-REC-COUNT
                           " - MERGED BRANCHES NOT REDIRECTED"
                   MOVE "N" TO WS-XWK-AVAILABLE-SW
                   MOVE 0 TO WS-XWK-TBL-CNT
               ELSE
                   SET WS-XWK-TRL-SEEN TO TRUE
               END-IF
           END-IF.

       0184-LOAD-ONE-XWALK.
           IF XW-OLD-BRANCH-ID NOT > WS-XWK-PREV-ID
            OR WS-XWK-TBL-CNT = 2000
               DISPLAY "BUGSOL01: XWALK-FILE OUT OF SEQUENCE OR "
                       "OVER 2000 ROWS - MERGED BRANCHES NOT "
                       "REDIRECTED"
               MOVE "N" TO WS-XWK-AVAILABLE-SW
               MOVE 0 TO WS-XWK-TBL-CNT
           ELSE
               MOVE XW-OLD-BRANCH-ID TO WS-XWK-PREV-ID
               ADD 1 TO WS-XWK-TBL-CNT
               SET WS-XWK-IDX TO WS-XWK-TBL-CNT
               MOVE XW-OLD-BRANCH-ID TO WS-XWKT-OLD-ID(WS-XWK-IDX)
               MOVE XW-SURVIVOR-ID TO
                        WS-XWKT-SURVIVOR-ID(WS-XWK-IDX)
               MOVE XW-SURVIVOR-ID TO WS-XWKT-FINAL-ID(WS-XWK-IDX)
               MOVE XW-EFFECTIVE-DATE TO
                        WS-XWKT-EFF-DATE(WS-XWK-IDX)
               MOVE XW-MERGE-DATE TO
                        WS-XWKT-MERGE-DATE(WS-XWK-IDX)
           END-IF.

      *    Follows one retired id down the chain - a survivor
      *    may itself have been merged away since - to the
      *    branch that survives as of tonight's business
      *    date.  A later hop not yet effective stops the
      *    chain there.  A chain that has not ended inside
      *    ten hops loops back on itself, and the table is
      *    stood down rather than trusted.
       0186-RESOLVE-ONE-CHAIN.
           MOVE WS-XWKT-SURVIVOR-ID(WS-XWK-ROW) TO WS-XWK-CHAIN-ID
           MOVE 0 TO WS-XWK-HOPS
           MOVE "Y" TO WS-XWK-FOUND-SW
           PERFORM UNTIL NOT WS-XWK-FOUND OR WS-XWK-HOPS = 10
               MOVE WS-XWK-CHAIN-ID TO WS-XWK-LOOKUP-ID
               PERFORM 0188-FIND-XWALK
               IF WS-XWK-FOUND
                   IF WS-XWK-FOUND-EFF-DATE > WS-XWK-BUS-DATE
                       MOVE "N" TO WS-XWK-FOUND-SW
                   ELSE
                       MOVE WS-XWK-FOUND-SURVIVOR TO WS-XWK-CHAIN-ID
                       ADD 1 TO WS-XWK-HOPS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-XWK-FOUND
               DISPLAY "BUGSOL01: XWALK-FILE MERGE CHAIN LOOPS AT "
                       WS-XWKT-OLD-ID(WS-XWK-ROW)
                       " - MERGED BRANCHES NOT REDIRECTED"
               MOVE "N" TO WS-XWK-AVAILABLE-SW
               MOVE 0 TO WS-XWK-TBL-CNT
           ELSE
               MOVE WS-XWK-CHAIN-ID TO WS-XWKT-FINAL-ID(WS-XWK-ROW)
           END-IF.

      *    Loads the register items ADJREG01 wrote for the
      *    night the control cards were built for.  The file
      *    must be tonight's - the system date for a nightly,
      *    the posted run's date for a supplemental - and pass
      *    its header/trailer controls; otherwise the items
      *    are not listed and the report carries the net card
      *    figures alone.
       0187-LOAD-ADJ-ITEMS.
           IF WS-SUPPLEMENTAL-MODE
               MOVE WS-ORIG-RUN-DATE TO WS-ADI-BUS-DATE
           ELSE
               MOVE WS-FC-EXPECT-DATE TO WS-ADI-BUS-DATE
           END-IF
           OPEN INPUT ADJUST-ITEM-FILE
           IF NOT WS-ADI-OK
               DISPLAY "BUGSOL01: ADJUST-ITEM-FILE NOT AVAILABLE, "
                       "STATUS=" WS-ADI-FILE-STATUS
                       " - REGISTER ITEMS NOT LISTED"
           ELSE
               SET WS-ADI-AVAILABLE TO TRUE
               PERFORM UNTIL WS-ADI-EOF
                          OR NOT WS-ADI-AVAILABLE
                   READ ADJUST-ITEM-FILE
                       AT END
                           SET WS-ADI-EOF TO TRUE
                           IF NOT WS-ADI-HDR-SEEN
                            OR NOT WS-ADI-TRL-SEEN
                               DISPLAY "BUGSOL01: ADJUST-ITEM-FILE "
                                       "FEED CONTROLS MISSING - "
                                       "REGISTER ITEMS NOT LISTED"
                               MOVE "N" TO WS-ADI-AVAILABLE-SW
                               MOVE 0 TO WS-ADI-TBL-CNT
                           END-IF
                       NOT AT END
                           IF AIC-CONTROL-REC
                               PERFORM 0189-ADJ-ITEM-CONTROL-REC
                           ELSE
                               IF NOT WS-ADI-HDR-SEEN
                                OR WS-ADI-TRL-SEEN
                                   DISPLAY "BUGSOL01: ADJUST-ITEM-FILE "
                                           "DATA OUTSIDE HEADER/"
                                           "TRAILER - REGISTER ITEMS "
                                           "NOT LISTED"
                                   MOVE "N" TO WS-ADI-AVAILABLE-SW
                                   MOVE 0 TO WS-ADI-TBL-CNT
                               ELSE
                                   ADD 1 TO WS-ADI-REC-COUNT
                                   PERFORM 0191-LOAD-ONE-ADJ-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-ITEM-FILE
           END-IF.

       0189-ADJ-ITEM-CONTROL-REC.
           IF AIC-HEADER-REC
               IF AIC-BUSINESS-DATE NOT = WS-ADI-BUS-DATE
                   DISPLAY "BUGSOL01: ADJUST-ITEM-FILE IS FOR "
                           AIC-BUSINESS-DATE " NOT " WS-ADI-BUS-DATE
                           " - REGISTER ITEMS NOT LISTED"
                   MOVE "N" TO WS-ADI-AVAILABLE-SW
                   MOVE 0 TO WS-ADI-TBL-CNT
               ELSE
                   SET WS-ADI-HDR-SEEN TO TRUE
               END-IF
           ELSE
               IF AIC-RECORD-COUNT NOT = WS-ADI-REC-COUNT
                   DISPLAY "BUGSOL01: ADJUST-ITEM-FILE TRAILER "
                           "MISMATCH - EXPECTED " AIC-RECORD-COUNT
                           " READ " WS-ADI-REC-COUNT
                           " - REGISTER ITEMS NOT LISTED"
                   MOVE "N" TO WS-ADI-AVAILABLE-SW
                   MOVE 0 TO WS-ADI-TBL-CNT
               ELSE
                   SET WS-ADI-TRL-SEEN TO TRUE
               END-IF
           END-IF.

       0191-LOAD-ONE-ADJ-ITEM.
           IF WS-ADI-TBL-CNT = 1000
               DISPLAY "BUGSOL01: ADJUST-ITEM-FILE OVER 1000 ITEMS "
                       "- REGISTER ITEMS NOT LISTED"
               MOVE "N" TO WS-ADI-AVAILABLE-SW
               MOVE 0 TO WS-ADI-TBL-CNT
           ELSE
               ADD 1 TO WS-ADI-TBL-CNT
               MOVE WS-ADI-TBL-CNT TO WS-ADI-ROW
               MOVE AI-CARD-REGION-ID TO
                        WS-ADIT-CARD-REGION(WS-ADI-ROW)
               MOVE AI-REASON-CODE TO WS-ADIT-REASON-CODE(WS-ADI-ROW)
               MOVE AI-REFERENCE-NO TO WS-ADIT-REFERENCE(WS-ADI-ROW)
               MOVE AI-ADJ-COUNT TO WS-ADIT-COUNT(WS-ADI-ROW)
               MOVE AI-ADJ-DOLLARS TO WS-ADIT-DOLLARS(WS-ADI-ROW)
               MOVE AI-REQUESTER-ID TO WS-ADIT-REQUESTER(WS-ADI-ROW)
               MOVE AI-APPROVER-ID TO WS-ADIT-APPROVER(WS-ADI-ROW)
           END-IF.

      *    Answers "has this id been merged away, and into
      *    which branch" - set WS-XWK-LOOKUP-ID before
      *    performing.
       0188-FIND-XWALK.
           MOVE "N" TO WS-XWK-FOUND-SW
           MOVE SPACES TO WS-XWK-FOUND-SURVIVOR
           MOVE SPACES TO WS-XWK-FOUND-FINAL
           MOVE SPACES TO WS-XWK-FOUND-EFF-DATE
           IF WS-XWK-AVAILABLE AND WS-XWK-TBL-CNT > 0
               SET WS-XWK-IDX TO 1
               SEARCH ALL WS-XWALK-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-XWKT-OLD-ID(WS-XWK-IDX) = WS-XWK-LOOKUP-ID
                       SET WS-XWK-FOUND TO TRUE
                       MOVE WS-XWKT-SURVIVOR-ID(WS-XWK-IDX) TO
                                WS-XWK-FOUND-SURVIVOR
                       MOVE WS-XWKT-FINAL-ID(WS-XWK-IDX) TO
                                WS-XWK-FOUND-FINAL
                       MOVE WS-XWKT-EFF-DATE(WS-XWK-IDX) TO
                                WS-XWK-FOUND-EFF-DATE
               END-SEARCH
           END-IF.

      *    Loads every branch/shift record of the night into
      *    WS-BRANCH-TABLE so 0500-ACCUMULATE-TOTALS can
      *    fold an arbitrary number of branches into WS-VAR-3.
                       MOVE RC-SHIFT-CODE TO BC-SHIFT-CODE
                       MOVE RC-TRAN-COUNT TO BC-TRAN-COUNT
                       MOVE RC-TRAN-AMT TO BC-TRAN-AMT
                       MOVE RC-TYPE-DETAIL TO BC-TYPE-DETAIL
                       MOVE RC-CYCLE-COUNT TO WS-RJ-IN-CYCLE
                       MOVE RC-SUSPENSE-DATE TO WS-RJ-IN-SUSP-DATE
                       PERFORM 0215-EDIT-AND-FOLD
                       PERFORM 0207-READ-RECYCLE-COUNTS
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM VARYING WS-RDR-ROW FROM 1 BY 1
                         UNTIL WS-RDR-ROW > WS-RDR-TBL-CNT
                            OR WS-ABEND-REQUESTED
                   PERFORM 0236-FOLD-ONE-REDIRECT
               END-PERFORM
           END-IF.

      *    Reads forward to the next DATA record on the
               MOVE "FEED-HDR" TO ERR-TARGET-FIELD
               MOVE "DUPLICATE COUNTS FEED HEADER" TO ERR-MESSAGE
               MOVE "0206-BATCH-CONTROL-REC" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               IF WS-CFC-TRL-SEEN
                            ERR-MESSAGE
                   MOVE "0206-BATCH-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   IF BCC-RECORD-COUNT NOT = WS-CFC-REC-COUNT
                                ERR-MESSAGE
                       MOVE "0206-BATCH-CONTROL-REC" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 28 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
                   ELSE
                       SET WS-CFC-TRL-SEEN TO TRUE
               MOVE "FEED-HDR" TO ERR-TARGET-FIELD
               MOVE "DUPLICATE COUNTS FEED HEADER" TO ERR-MESSAGE
               MOVE "0217-LATE-CONTROL-REC" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               IF WS-CFC-TRL-SEEN
                            ERR-MESSAGE
                   MOVE "0217-LATE-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   IF LCC-RECORD-COUNT NOT = WS-CFC-REC-COUNT
                                ERR-MESSAGE
                       MOVE "0217-LATE-CONTROL-REC" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 28 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
                   ELSE
                       SET WS-CFC-TRL-SEEN TO TRUE
           MOVE "FEED-TRL" TO ERR-TARGET-FIELD
           MOVE "DATA RECORD AFTER FEED TRAILER" TO ERR-MESSAGE
           MOVE "0218-DATA-AFTER-TRAILER" TO WS-ERR-SOURCE-PARA
           MOVE 28 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           SET WS-ABEND-REQUESTED TO TRUE
           PERFORM 0830-CLASSIFY-ABEND.

       0219-TRAILER-MISSING-ABEND.
           MOVE "FEED-TRL" TO ERR-TARGET-FIELD
           MOVE "COUNTS FEED TRAILER MISSING" TO ERR-MESSAGE
           MOVE "0219-TRAILER-MISSING-ABEND" TO WS-ERR-SOURCE-PARA
           MOVE 28 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           SET WS-ABEND-REQUESTED TO TRUE
           PERFORM 0830-CLASSIFY-ABEND.

       0207-READ-RECYCLE-COUNTS.
           ADD 1 TO WS-BC-RECORDS-READ
           PERFORM 0220-VALIDATE-BATCH-RECORD
           IF WS-BC-VALID
               IF WS-RDR-REDIRECTED
                   PERFORM 0221-HOLD-REDIRECT
               ELSE
                   PERFORM 0230-FOLD-BATCH-RECORD
               END-IF
           END-IF.

      *    Validates one BATCH-COUNTS record against the branch
      *    with a reason code instead of entering
      *    WS-BRANCH-TABLE - a mis-keyed branch id must surface
      *    as a reject, not post as a new branch whose control
      *    total still balances.  A retired id whose merge is
      *    effective is re-keyed to its surviving branch
      *    first and validated as the survivor; if it rejects
      *    anyway, it goes to suspense under the id it
      *    arrived with.  A record that passes every master
      *    edit must still have a transaction-type breakdown
      *    that foots to its gross figures.
       0220-VALIDATE-BATCH-RECORD.
           MOVE "Y" TO WS-BC-VALID-SWITCH
           MOVE "N" TO WS-RDR-REDIRECTED-SW
           MOVE BC-BRANCH-ID TO WS-XWK-LOOKUP-ID
           PERFORM 0188-FIND-XWALK
           IF WS-XWK-FOUND
            AND WS-XWK-FOUND-EFF-DATE NOT > WS-XWK-BUS-DATE
               SET WS-RDR-REDIRECTED TO TRUE
               MOVE BC-BRANCH-ID TO WS-RDR-ORIG-ID
               MOVE WS-XWK-FOUND-FINAL TO BC-BRANCH-ID
           END-IF
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           MOVE SPACE TO WS-MST-FOUND-STATUS
           SET WS-MST-IDX TO 1
                   END-IF
               END-IF
           END-IF
           IF WS-RJ-REASON-CODE = SPACES
               PERFORM 0222-CHECK-TYPE-FOOTING
           END-IF
           IF WS-RJ-REASON-CODE NOT = SPACES
               MOVE "N" TO WS-BC-VALID-SWITCH
               IF WS-RDR-REDIRECTED
                   MOVE WS-RDR-ORIG-ID TO BC-BRANCH-ID
                   MOVE "N" TO WS-RDR-REDIRECTED-SW
               END-IF
               PERFORM 0250-WRITE-REJECT
           END-IF.

      *    Holds one validated, re-keyed record until the
      *    feeds are exhausted.
       0221-HOLD-REDIRECT.
           IF WS-RDR-TBL-CNT = 1000
               MOVE WS-RDR-TBL-CNT TO ERR-OPERAND-1
               MOVE 1000 TO ERR-OPERAND-2
               MOVE "REDIR-CNT" TO ERR-TARGET-FIELD
               MOVE "REDIRECT TABLE OCCURS 1000 EXCEEDED"
                        TO ERR-MESSAGE
               MOVE "0221-HOLD-REDIRECT" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-RDR-TBL-CNT
               MOVE WS-RDR-ORIG-ID TO
                        WS-RDRT-ORIG-ID(WS-RDR-TBL-CNT)
               MOVE BC-BRANCH-ID TO
                        WS-RDRT-SURVIVOR-ID(WS-RDR-TBL-CNT)
               MOVE WS-MST-FOUND-REGION TO
                        WS-RDRT-REGION-ID(WS-RDR-TBL-CNT)
               MOVE BC-SHIFT-CODE TO
                        WS-RDRT-SHIFT-CODE(WS-RDR-TBL-CNT)
               MOVE BC-TRAN-COUNT TO
                        WS-RDRT-TRAN-COUNT(WS-RDR-TBL-CNT)
               MOVE BC-TRAN-AMT TO
                        WS-RDRT-TRAN-AMT(WS-RDR-TBL-CNT)
               MOVE BC-TYPE-DETAIL TO
                        WS-RDRT-TYPE-DETAIL(WS-RDR-TBL-CNT)
           END-IF.

      *    Every debit and credit of every transaction type
      *    must add back to the record's gross count and
      *    amount - a breakdown that does not foot (or is not
      *    numeric at all) would post a gross the per-type GL
      *    cross-foot could never explain, so the record goes
      *    to suspense instead.
       0222-CHECK-TYPE-FOOTING.
           IF BC-TYPE-DETAIL NOT NUMERIC
               MOVE "07" TO WS-RJ-REASON-CODE
               MOVE "TYPE DETAIL DOES NOT FOOT" TO
                        WS-RJ-REASON-TEXT
           ELSE
               MOVE 0 TO WS-TYPE-FOOT-COUNT
               MOVE 0 TO WS-TYPE-FOOT-AMT
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                         UNTIL WS-TYPE-SUB > 3
                   ADD BC-TYPE-DR-COUNT(WS-TYPE-SUB)
                       BC-TYPE-CR-COUNT(WS-TYPE-SUB)
                           TO WS-TYPE-FOOT-COUNT
                   ADD BC-TYPE-DR-AMT(WS-TYPE-SUB)
                       BC-TYPE-CR-AMT(WS-TYPE-SUB)
                           TO WS-TYPE-FOOT-AMT
               END-PERFORM
               IF WS-TYPE-FOOT-COUNT NOT = BC-TRAN-COUNT
                  OR WS-TYPE-FOOT-AMT NOT = BC-TRAN-AMT
                   MOVE "07" TO WS-RJ-REASON-CODE
                   MOVE "TYPE DETAIL DOES NOT FOOT" TO
                            WS-RJ-REASON-TEXT
               END-IF
           END-IF.

      *    A late arrival for a branch whose subtotal is
      *    already on the history file for the posted business
      *    day was folded into the original run - adding it
                            TO ERR-MESSAGE
                   MOVE "0232-MERGE-SHIFT-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           ADD BC-TRAN-AMT TO
                            TO ERR-MESSAGE
                   MOVE "0232-MERGE-SHIFT-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           ADD BC-TRAN-COUNT TO
                            TO ERR-MESSAGE
                   MOVE "0232-MERGE-SHIFT-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           ADD BC-TRAN-AMT TO
                            TO ERR-MESSAGE
                   MOVE "0232-MERGE-SHIFT-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0233-FOLD-TYPE-DETAIL
           END-IF.

      *    Adds the record's transaction-type breakdown onto
      *    the row at WS-BRANCH-IDX and restates each type's
      *    signed net, credits less debits.  No size guard is
      *    needed: the breakdown foots to the record's gross
      *    figures (0222), so no type bucket can pass the row
      *    total the caller has already guarded.
       0233-FOLD-TYPE-DETAIL.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 3
               ADD BC-TYPE-DR-COUNT(WS-TYPE-SUB) TO
                   WS-TBL-TYPE-DR-COUNT(WS-BRANCH-IDX WS-TYPE-SUB)
               ADD BC-TYPE-DR-AMT(WS-TYPE-SUB) TO
                   WS-TBL-TYPE-DR-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
               ADD BC-TYPE-CR-COUNT(WS-TYPE-SUB) TO
                   WS-TBL-TYPE-CR-COUNT(WS-BRANCH-IDX WS-TYPE-SUB)
               ADD BC-TYPE-CR-AMT(WS-TYPE-SUB) TO
                   WS-TBL-TYPE-CR-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
               COMPUTE WS-TBL-TYPE-NET-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
                     = WS-TBL-TYPE-CR-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
                     - WS-TBL-TYPE-DR-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
           END-PERFORM.

      *    Folds one held redirect onto its survivor's row,
      *    opening the row in key order if the survivor sent
      *    nothing of its own tonight, and logs the re-key to
      *    the audit trail - the retired id as the branch,
      *    "XW" and the survivor as the run id - so the
      *    survivor's total can be traced back to the id the
      *    counts arrived under.  A restart rebuilds the same
      *    rows from the same feeds; its redirects were
      *    already logged by the run that abended.
       0236-FOLD-ONE-REDIRECT.
           MOVE WS-RDRT-SURVIVOR-ID(WS-RDR-ROW) TO BC-BRANCH-ID
           MOVE WS-RDRT-SHIFT-CODE(WS-RDR-ROW) TO BC-SHIFT-CODE
           MOVE WS-RDRT-TRAN-COUNT(WS-RDR-ROW) TO BC-TRAN-COUNT
           MOVE WS-RDRT-TRAN-AMT(WS-RDR-ROW) TO BC-TRAN-AMT
           MOVE WS-RDRT-TYPE-DETAIL(WS-RDR-ROW) TO BC-TYPE-DETAIL
           MOVE WS-RDRT-REGION-ID(WS-RDR-ROW) TO WS-MST-FOUND-REGION
           MOVE "N" TO WS-BRANCH-FOUND-SWITCH
           IF WS-BRANCH-TBL-CNT > 0
               SET WS-BRANCH-IDX TO 1
               SEARCH ALL WS-BRANCH-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-TBL-BRANCH-ID(WS-BRANCH-IDX) =
                           BC-BRANCH-ID
                       SET WS-BRANCH-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-BRANCH-FOUND
               PERFORM 0232-MERGE-SHIFT-RECORD
           ELSE
               PERFORM 0237-INSERT-BRANCH-ROW
           END-IF
           IF NOT WS-ABEND-REQUESTED AND NOT WS-IS-RESTARTING
               MOVE "XW" TO WS-AUD-RUN-ID
               MOVE BC-BRANCH-ID TO WS-AUD-RUN-ID(3:4)
               MOVE WS-RDRT-ORIG-ID(WS-RDR-ROW) TO WS-AUD-BRANCH-ID
               MOVE BC-TRAN-COUNT TO WS-AUD-OPERAND-1
               MOVE 0 TO WS-AUD-OPERAND-2
               MOVE BC-TRAN-COUNT TO WS-AUD-RESULT
               MOVE BC-TRAN-AMT TO WS-AUD-AMT-OPERAND-1
               MOVE 0 TO WS-AUD-AMT-OPERAND-2
               MOVE BC-TRAN-AMT TO WS-AUD-AMT-RESULT
               PERFORM 0530-WRITE-AUDIT-RECORD
               MOVE WS-RUN-ID TO WS-AUD-RUN-ID
           END-IF.

      *    Opens a survivor's row at its place in key order,
      *    shifting the rows above it up one so SEARCH ALL
      *    and the checkpoint's row order still hold.
       0237-INSERT-BRANCH-ROW.
           ADD 1 TO WS-BRANCH-TBL-CNT
           IF WS-BRANCH-TBL-CNT > 10000
               MOVE WS-BRANCH-TBL-CNT TO ERR-OPERAND-1
               MOVE 10000 TO ERR-OPERAND-2
               MOVE "BRANCH-CNT" TO ERR-TARGET-FIELD
               MOVE "BRANCH TABLE OCCURS 10000 EXCEEDED"
                        TO ERR-MESSAGE
               MOVE "0237-INSERT-BRANCH-ROW" TO
                        WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
               MOVE 10000 TO WS-BRANCH-TBL-CNT
           ELSE
               MOVE WS-BRANCH-TBL-CNT TO WS-RDR-SHIFT-ROW
               PERFORM UNTIL WS-RDR-SHIFT-ROW = 1
                          OR WS-TBL-BRANCH-ID(WS-RDR-SHIFT-ROW - 1)
                                < BC-BRANCH-ID
                   MOVE WS-BRANCH-TABLE(WS-RDR-SHIFT-ROW - 1) TO
                            WS-BRANCH-TABLE(WS-RDR-SHIFT-ROW)
                   SUBTRACT 1 FROM WS-RDR-SHIFT-ROW
               END-PERFORM
               SET WS-BRANCH-IDX TO WS-RDR-SHIFT-ROW
               PERFORM 0238-FILL-BRANCH-ROW
           END-IF.

      *    Starts a new branch row at the end of the table -
      *    the sorted input guarantees it belongs there.
                        TO ERR-MESSAGE
               MOVE "0235-APPEND-BRANCH-ROW" TO
                        WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
               MOVE 10000 TO WS-BRANCH-TBL-CNT
           ELSE
               SET WS-BRANCH-IDX TO WS-BRANCH-TBL-CNT
               PERFORM 0238-FILL-BRANCH-ROW
           END-IF.

      *    Fills the row at WS-BRANCH-IDX from the record in
      *    hand.
       0238-FILL-BRANCH-ROW.
           MOVE BC-BRANCH-ID  TO
                    WS-TBL-BRANCH-ID(WS-BRANCH-IDX)
           MOVE WS-MST-FOUND-REGION TO
                    WS-TBL-REGION-ID(WS-BRANCH-IDX)
           MOVE BC-TRAN-COUNT TO
                    WS-TBL-TRAN-COUNT(WS-BRANCH-IDX)
           MOVE BC-TRAN-AMT TO
                    WS-TBL-TRAN-AMT(WS-BRANCH-IDX)
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                     UNTIL WS-SHIFT-SUB > 3
               MOVE 0 TO WS-TBL-SHIFT-COUNT
                             (WS-BRANCH-IDX WS-SHIFT-SUB)
               MOVE 0 TO WS-TBL-SHIFT-AMT
                             (WS-BRANCH-IDX WS-SHIFT-SUB)
           END-PERFORM
           MOVE BC-SHIFT-CODE TO WS-SHIFT-SUB
           MOVE BC-TRAN-COUNT TO
                    WS-TBL-SHIFT-COUNT(WS-BRANCH-IDX WS-SHIFT-SUB)
           MOVE BC-TRAN-AMT TO
                    WS-TBL-SHIFT-AMT(WS-BRANCH-IDX WS-SHIFT-SUB)
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 3
               MOVE 0 TO WS-TBL-TYPE-DR-COUNT
                             (WS-BRANCH-IDX WS-TYPE-SUB)
               MOVE 0 TO WS-TBL-TYPE-DR-AMT
                             (WS-BRANCH-IDX WS-TYPE-SUB)
               MOVE 0 TO WS-TBL-TYPE-CR-COUNT
                             (WS-BRANCH-IDX WS-TYPE-SUB)
               MOVE 0 TO WS-TBL-TYPE-CR-AMT
                             (WS-BRANCH-IDX WS-TYPE-SUB)
           END-PERFORM
           PERFORM 0233-FOLD-TYPE-DETAIL.

      *    Writes the Rejected Batch Counts report headings the
      *    first time a reject (or the end-of-run summary) needs
      *    the report started.
           MOVE BC-SHIFT-CODE TO RJ-SHIFT-CODE
           MOVE BC-TRAN-COUNT TO RJ-TRAN-COUNT
           MOVE BC-TRAN-AMT TO RJ-TRAN-AMT
           MOVE BC-TYPE-DETAIL TO RJ-TYPE-DETAIL
           MOVE WS-RJ-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-RJ-REASON-TEXT TO RJ-REASON-TEXT
      *    A re-rejected recycle record keeps its original
                   MOVE "REJECT-REC" TO ERR-TARGET-FIELD
                   MOVE "REJECT SUSPENSE WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0250-WRITE-REJECT" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
                            ERR-MESSAGE
                   MOVE "0500-ACCUMULATE-TOTALS" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
               MOVE WS-TBL-TRAN-COUNT(WS-BRANCH-IDX) TO WS-VAR-1
                                ERR-MESSAGE
                       MOVE "0500-ACCUMULATE-TOTALS" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 12 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
               END-ADD
               IF NOT WS-ABEND-REQUESTED
                                    TO ERR-MESSAGE
                           MOVE "0500-ACCUMULATE-TOTALS" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 12 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                   END-COMPUTE
               END-IF
                                    TO ERR-MESSAGE
                           MOVE "0500-ACCUMULATE-TOTALS" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 12 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                   END-COMPUTE
               END-IF
                                    ERR-MESSAGE
                           MOVE "0500-ACCUMULATE-TOTALS" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 12 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                   END-ADD
                   ADD WS-AMT-1 TO WS-CTLT-TRAN-AMT(WS-CTL-IDX)
                                    ERR-MESSAGE
                           MOVE "0500-ACCUMULATE-TOTALS" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 12 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                   END-ADD
               END-IF
                       MOVE "ADJUSTMENT ADD OVERFLOWED" TO ERR-MESSAGE
                       MOVE "0500-ACCUMULATE-TOTALS" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 12 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
               END-ADD
               IF NOT WS-ABEND-REQUESTED
                                    ERR-MESSAGE
                           MOVE "0500-ACCUMULATE-TOTALS" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 12 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                   END-ADD
               END-IF
                   MOVE "AMENDED TOTAL ADD OVERFLOWED" TO ERR-MESSAGE
                   MOVE "0540-APPLY-POSTED-BASE" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           IF NOT WS-ABEND-REQUESTED
                                ERR-MESSAGE
                       MOVE "0540-APPLY-POSTED-BASE" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 12 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
               END-ADD
           END-IF
                            ERR-MESSAGE
                   MOVE "0510-ADJUST-ONE-REGION" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-COMPUTE
           IF NOT WS-ABEND-REQUESTED
                                ERR-MESSAGE
                       MOVE "0510-ADJUST-ONE-REGION" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 12 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
               END-COMPUTE
           END-IF
               MOVE "CKPT-KEY" TO ERR-TARGET-FIELD
               MOVE "CHECKPOINT REWRITE FAILED" TO ERR-MESSAGE
               MOVE "0520-WRITE-CHECKPOINT" TO WS-ERR-SOURCE-PARA
               MOVE 20 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

                   MOVE "AUDIT RECORD WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0530-WRITE-AUDIT-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF.
               IF WS-SUPPLEMENTAL-MODE
                   SET RS-SUPPLEMENTAL TO TRUE
               ELSE
                   IF WS-REGION-STEP-MODE
                       SET RS-REGION-INTERIM TO TRUE
                   ELSE
                       IF WS-REJECT-COUNT > 0
                        OR WS-GL-VARIANCE-EXCEEDED
                           SET RS-COMPLETED-WARNING TO TRUE
                       ELSE
                           SET RS-COMPLETED-CLEAN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
      *    checkpoint trouble (20) outranks file trouble (16)
      *    outranks arithmetic overflow (12) - so the final
      *    RETURN-CODE tells the scheduler the worst thing
      *    that happened, not merely the last.  The work
      *    field is cleared so the next error record written
      *    is not tagged with a stale class.
       0830-CLASSIFY-ABEND.
           IF WS-RC-WORK > WS-ABEND-RC
               MOVE WS-RC-WORK TO WS-ABEND-RC
           END-IF
           MOVE 0 TO WS-RC-WORK.

      *    Writes one error-log record describing a SIZE ERROR,
      *    bounds, or I-O failure.  This is the last line of
      *    prove an abort happened - so a failed WRITE here
      *    cannot itself be logged through this same paragraph;
      *    it is DISPLAYed to the console and the run is abended
      *    directly instead.  Callers that abend set
      *    WS-RC-WORK before performing this, so the record
      *    carries the class; a finding logged while the run
      *    carries on goes out as class 00.
       0820-WRITE-ERROR-RECORD.
           ACCEPT WS-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-CURRENT-TIMESTAMP TO ERR-TIMESTAMP
           MOVE WS-ERR-SOURCE-PARA TO ERR-PARAGRAPH
           MOVE "BUGSOL01" TO ERR-PROGRAM-ID
           MOVE WS-RUN-ID TO ERR-RUN-ID
           MOVE "ALL" TO ERR-REGION-ID
           IF WS-REGION-STEP-MODE AND WS-CTL-TBL-CNT > 0
               MOVE WS-CTLT-REGION-ID(1) TO ERR-REGION-ID
           END-IF
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "BUGSOL01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

      *    Cross-foots the final control totals against the
               MOVE "FEED-CTL" TO ERR-TARGET-FIELD
               MOVE "GL FEED HEADER/TRAILER MISSING" TO ERR-MESSAGE
               MOVE "0610-LOAD-GL-TABLE" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

                   MOVE "GL FEED HEADER INVALID" TO ERR-MESSAGE
                   MOVE "0612-GL-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-GFC-HDR-SEEN TO TRUE
                   MOVE "GL FEED TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0612-GL-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-GFC-TRL-SEEN TO TRUE
               MOVE "GL-SEQ" TO ERR-TARGET-FIELD
               MOVE "GL EXTRACT OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0615-LOAD-ONE-GL-RECORD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE GL-BRANCH-ID TO WS-GL-PREV-ID
                            ERR-MESSAGE
                   MOVE "0615-LOAD-ONE-GL-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
                   MOVE 10000 TO WS-GL-TBL-CNT
               ELSE
                   MOVE GL-TRAN-AMT TO
                            WS-GLT-TRAN-AMT(WS-GL-IDX)
                   MOVE "N" TO WS-GLT-MATCHED-SW(WS-GL-IDX)
                   IF GL-TYPE-DETAIL NUMERIC
                       MOVE "Y" TO WS-GLT-TYPES-SW(WS-GL-IDX)
                       MOVE GL-TYPE-DETAIL TO
                                WS-GLT-TYPE-DETAIL(WS-GL-IDX)
                   ELSE
                       MOVE "N" TO WS-GLT-TYPES-SW(WS-GL-IDX)
                       MOVE ZEROS TO WS-GLT-TYPE-DETAIL(WS-GL-IDX)
                   END-IF
                   ADD GL-TRAN-COUNT TO WS-GL-CONTROL-TOTAL
                       ON SIZE ERROR
                           MOVE GL-TRAN-COUNT TO ERR-OPERAND-1
                                    TO ERR-MESSAGE
                           MOVE "0615-LOAD-ONE-GL-RECORD" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 12 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                   END-ADD
                   ADD GL-TRAN-AMT TO WS-GL-CONTROL-AMT
                                    ERR-MESSAGE
                           MOVE "0615-LOAD-ONE-GL-RECORD" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 12 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                   END-ADD
               END-IF
           END-IF
           MOVE SPACES TO GL-VARIANCE-REPORT-LINE
           WRITE GL-VARIANCE-REPORT-LINE
           IF WS-REGION-STEP-MODE
               MOVE "GL RECONCILIATION DEFERRED TO RGNCON01"
                       TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
           ELSE
           IF NOT WS-GL-DATA-PRESENT
               MOVE "GL RECONCILIATION NOT PERFORMED - NO GL DATA"
                       TO GL-VARIANCE-REPORT-LINE
               MOVE WS-GVR-ADJ-LINE TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
           END-IF
           END-IF
           END-IF.

      *    Ties one system branch subtotal out against its GL
      *    row, in gross and type by type.  Outside tolerance
      *    either way, or missing from the GL extract
      *    entirely, earns a detail line, with a line under it
      *    for each transaction type that is out.
       0630-RECONCILE-ONE-BRANCH.
           MOVE "N" TO WS-GL-FOUND-SWITCH
           SET WS-GL-IDX TO 1
                       WS-TBL-BRANCH-ID(WS-BRANCH-IDX)
                   SET WS-GL-FOUND TO TRUE
           END-SEARCH
           PERFORM 0631-CLEAR-TYPE-FIGURES
           PERFORM 0632-LOAD-SYS-TYPES
           IF WS-GL-FOUND
               SET WS-GLT-MATCHED(WS-GL-IDX) TO TRUE
               IF WS-GLT-TYPES-PRESENT(WS-GL-IDX)
                   PERFORM 0633-LOAD-GL-TYPES
                   PERFORM 0635-COMPARE-TYPES
               END-IF
               COMPUTE WS-GLV-CNT-VARIANCE =
                       WS-TBL-TRAN-COUNT(WS-BRANCH-IDX) -
                       WS-GLT-TRAN-COUNT(WS-GL-IDX)
                       > WS-TOLERANCE-AMT
                  OR FUNCTION ABS(WS-GLV-AMT-VARIANCE)
                       > WS-TOLERANCE-DOLLARS
                  OR WS-GLV-TYPES-OUT > 0
                   ADD 1 TO WS-GLV-EXCEPTION-CNT
                   MOVE WS-TBL-BRANCH-ID(WS-BRANCH-IDX) TO
                            WS-GVR-BRANCH-ID
                            WS-GVR-SYS-AMT
                   MOVE WS-GLT-TRAN-AMT(WS-GL-IDX) TO WS-GVR-GL-AMT
                   MOVE WS-GLV-AMT-VARIANCE TO WS-GVR-AMT-VAR
                   IF FUNCTION ABS(WS-GLV-CNT-VARIANCE)
                           > WS-TOLERANCE-AMT
                      OR FUNCTION ABS(WS-GLV-AMT-VARIANCE)
                           > WS-TOLERANCE-DOLLARS
                       MOVE "EXCEEDS TOLERANCE" TO WS-GVR-STATUS
                   ELSE
                       MOVE "TYPE OUT OF BALANCE" TO WS-GVR-STATUS
                   END-IF
                   MOVE WS-GVR-DETAIL-LINE TO GL-VARIANCE-REPORT-LINE
                   WRITE GL-VARIANCE-REPORT-LINE
                   PERFORM 0637-PRINT-TYPE-LINES
                   MOVE WS-TBL-BRANCH-ID(WS-BRANCH-IDX) TO
                            AJ-BRANCH-ID
                   MOVE WS-TBL-TRAN-COUNT(WS-BRANCH-IDX) TO
               MOVE "NOT ON GL EXTRACT" TO WS-GVR-STATUS
               MOVE WS-GVR-DETAIL-LINE TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
               PERFORM 0635-COMPARE-TYPES
               PERFORM 0637-PRINT-TYPE-LINES
               MOVE WS-TBL-TRAN-COUNT(WS-BRANCH-IDX) TO
                        WS-GLV-CNT-VARIANCE
               MOVE WS-TBL-TRAN-AMT(WS-BRANCH-IDX) TO
               PERFORM 0650-WRITE-ADJUST-ENTRY
           END-IF.

       0631-CLEAR-TYPE-FIGURES.
           MOVE 0 TO WS-GLV-TYPES-OUT
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 3
               MOVE 0 TO WS-GLVT-SYS-DR-AMT(WS-TYPE-SUB)
               MOVE 0 TO WS-GLVT-SYS-CR-AMT(WS-TYPE-SUB)
               MOVE 0 TO WS-GLVT-GL-DR-AMT(WS-TYPE-SUB)
               MOVE 0 TO WS-GLVT-GL-CR-AMT(WS-TYPE-SUB)
               MOVE 0 TO WS-GLVT-SYS-NET-AMT(WS-TYPE-SUB)
               MOVE 0 TO WS-GLVT-DR-VARIANCE(WS-TYPE-SUB)
               MOVE 0 TO WS-GLVT-CR-VARIANCE(WS-TYPE-SUB)
               MOVE 0 TO WS-GLVT-NET-VARIANCE(WS-TYPE-SUB)
               MOVE "N" TO WS-GLVT-OUT-SW(WS-TYPE-SUB)
           END-PERFORM.

       0632-LOAD-SYS-TYPES.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 3
               MOVE WS-TBL-TYPE-DR-AMT(WS-BRANCH-IDX WS-TYPE-SUB) TO
                        WS-GLVT-SYS-DR-AMT(WS-TYPE-SUB)
               MOVE WS-TBL-TYPE-CR-AMT(WS-BRANCH-IDX WS-TYPE-SUB) TO
                        WS-GLVT-SYS-CR-AMT(WS-TYPE-SUB)
           END-PERFORM.

       0633-LOAD-GL-TYPES.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 3
               MOVE WS-GLT-TYPE-DR-AMT(WS-GL-IDX WS-TYPE-SUB) TO
                        WS-GLVT-GL-DR-AMT(WS-TYPE-SUB)
               MOVE WS-GLT-TYPE-CR-AMT(WS-GL-IDX WS-TYPE-SUB) TO
                        WS-GLVT-GL-CR-AMT(WS-TYPE-SUB)
           END-PERFORM.

      *    Ties each transaction type out on its own: the
      *    debit and credit variances are system less GL, the
      *    net variance is the credit variance less the debit
      *    variance.  A type is out when either side misses
      *    by more than the dollar tolerance - a deposit
      *    reversal booked as a withdrawal can tie in gross
      *    and still be wrong on both types.
       0635-COMPARE-TYPES.
           MOVE 0 TO WS-GLV-TYPES-OUT
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 3
               COMPUTE WS-GLVT-SYS-NET-AMT(WS-TYPE-SUB) =
                       WS-GLVT-SYS-CR-AMT(WS-TYPE-SUB) -
                       WS-GLVT-SYS-DR-AMT(WS-TYPE-SUB)
               COMPUTE WS-GLVT-DR-VARIANCE(WS-TYPE-SUB) =
                       WS-GLVT-SYS-DR-AMT(WS-TYPE-SUB) -
                       WS-GLVT-GL-DR-AMT(WS-TYPE-SUB)
               COMPUTE WS-GLVT-CR-VARIANCE(WS-TYPE-SUB) =
                       WS-GLVT-SYS-CR-AMT(WS-TYPE-SUB) -
                       WS-GLVT-GL-CR-AMT(WS-TYPE-SUB)
               COMPUTE WS-GLVT-NET-VARIANCE(WS-TYPE-SUB) =
                       WS-GLVT-CR-VARIANCE(WS-TYPE-SUB) -
                       WS-GLVT-DR-VARIANCE(WS-TYPE-SUB)
               IF FUNCTION ABS(WS-GLVT-DR-VARIANCE(WS-TYPE-SUB))
                       > WS-TOLERANCE-DOLLARS
                  OR FUNCTION ABS(WS-GLVT-CR-VARIANCE(WS-TYPE-SUB))
                       > WS-TOLERANCE-DOLLARS
                   SET WS-GLVT-OUT(WS-TYPE-SUB) TO TRUE
                   ADD 1 TO WS-GLV-TYPES-OUT
               ELSE
                   MOVE "N" TO WS-GLVT-OUT-SW(WS-TYPE-SUB)
               END-IF
           END-PERFORM.

       0637-PRINT-TYPE-LINES.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 3
               IF WS-GLVT-OUT(WS-TYPE-SUB)
                   MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO WS-GVT-TYPE-NAME
                   MOVE WS-GLVT-DR-VARIANCE(WS-TYPE-SUB) TO
                            WS-GVT-DR-VAR
                   MOVE WS-GLVT-CR-VARIANCE(WS-TYPE-SUB) TO
                            WS-GVT-CR-VAR
                   MOVE WS-GLVT-NET-VARIANCE(WS-TYPE-SUB) TO
                            WS-GVT-NET-VAR
                   MOVE WS-GLVT-SYS-NET-AMT(WS-TYPE-SUB) TO
                            WS-GVT-SYS-NET
                   MOVE WS-GVR-TYPE-LINE TO GL-VARIANCE-REPORT-LINE
                   WRITE GL-VARIANCE-REPORT-LINE
               END-IF
           END-PERFORM.

      *    Lists a GL row no system branch claimed - a branch
      *    the GL posted but BATCHCNT never transmitted.
       0640-PRINT-GL-ONLY-BRANCH.
           ADD 1 TO WS-GLV-EXCEPTION-CNT
           PERFORM 0631-CLEAR-TYPE-FIGURES
           MOVE WS-GLT-BRANCH-ID(WS-GL-IDX) TO WS-GVR-BRANCH-ID
           MOVE ZERO TO WS-GVR-SYS-COUNT
           MOVE WS-GLT-TRAN-COUNT(WS-GL-IDX) TO WS-GVR-GL-COUNT
           MOVE "NOT ON SYSTEM" TO WS-GVR-STATUS
           MOVE WS-GVR-DETAIL-LINE TO GL-VARIANCE-REPORT-LINE
           WRITE GL-VARIANCE-REPORT-LINE
           IF WS-GLT-TYPES-PRESENT(WS-GL-IDX)
               PERFORM 0633-LOAD-GL-TYPES
               PERFORM 0635-COMPARE-TYPES
               PERFORM 0637-PRINT-TYPE-LINES
           END-IF
           MOVE WS-GLT-BRANCH-ID(WS-GL-IDX) TO AJ-BRANCH-ID
           MOVE ZERO TO AJ-SYS-COUNT
           MOVE WS-GLT-TRAN-COUNT(WS-GL-IDX) TO AJ-GL-COUNT
      *    signed variances the review desk would otherwise
      *    re-derive and re-key by hand.  The caller has set
      *    the branch, both sets of figures and the source
      *    code; the variances, gross and by transaction
      *    type, ride along from the recon that just ran.
      *    Checked like every other data write - a dropped
      *    entry here is a hand-keyed voucher tomorrow.
       0650-WRITE-ADJUST-ENTRY.
           IF NOT WS-PREVIEW-MODE
               MOVE WS-RUN-DATE TO AJ-RUN-DATE
               MOVE WS-RUN-ID TO AJ-RUN-ID
               MOVE WS-GLV-CNT-VARIANCE TO AJ-CNT-VARIANCE
               MOVE WS-GLV-AMT-VARIANCE TO AJ-AMT-VARIANCE
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                         UNTIL WS-TYPE-SUB > 3
                   MOVE WS-GLVT-DR-VARIANCE(WS-TYPE-SUB) TO
                            AJ-TYPE-DR-VARIANCE(WS-TYPE-SUB)
                   MOVE WS-GLVT-CR-VARIANCE(WS-TYPE-SUB) TO
                            AJ-TYPE-CR-VARIANCE(WS-TYPE-SUB)
                   MOVE WS-GLVT-NET-VARIANCE(WS-TYPE-SUB) TO
                            AJ-TYPE-NET-VARIANCE(WS-TYPE-SUB)
                   MOVE WS-GLVT-OUT-SW(WS-TYPE-SUB) TO
                            AJ-TYPE-OUT-SW(WS-TYPE-SUB)
               END-PERFORM
               SET AJ-PENDING-APPROVAL TO TRUE
               WRITE ADJUST-ENTRY-REC
               IF NOT WS-ADJ-OK
                   MOVE "ADJUSTING ENTRY WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0650-WRITE-ADJUST-ENTRY" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   ADD 1 TO WS-ADJ-ENTRY-CNT
               WRITE CONTROL-TOTAL-REPORT-LINE

               MOVE SPACES TO WS-RPT-LABEL
               IF WS-REGION-STEP-MODE
                   MOVE "GL RECON DEFERRED TO RGNCON01" TO
                            WS-RPT-LABEL
               ELSE
                   MOVE "GL RECON NOT PERFORMED" TO WS-RPT-LABEL
               END-IF
               MOVE ZERO TO WS-RPT-AMOUNT
               MOVE ZERO TO WS-RPT-DOLLARS
               MOVE WS-RPT-DETAIL-LINE TO CONTROL-TOTAL-REPORT-LINE
           MOVE WS-CTLT-ADJ-AMT(WS-CTL-IDX) TO WS-RPT-SGN-DOLLARS
           MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE
           IF WS-ADI-AVAILABLE
               PERFORM 0712-PRINT-REGION-ITEMS
           END-IF

           MOVE SPACES TO WS-RPT-SGN-LABEL
           STRING "REGION " DELIMITED BY SIZE
           MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE.

      *    Lists the register items behind the region's
      *    adjustment - the items ADJREG01 put on this
      *    region's card - and checks they still add up to
      *    the card.  A card keyed or altered after the build
      *    no longer matches its items; the difference is
      *    printed and logged, and the card figure is what
      *    posts, as it always was.
       0712-PRINT-REGION-ITEMS.
           MOVE 0 TO WS-ADI-RGN-ITEMS
           MOVE 0 TO WS-ADI-SUM-CNT
           MOVE 0 TO WS-ADI-SUM-AMT
           PERFORM VARYING WS-ADI-ROW FROM 1 BY 1
                     UNTIL WS-ADI-ROW > WS-ADI-TBL-CNT
               IF WS-ADIT-CARD-REGION(WS-ADI-ROW) =
                       WS-CTLT-REGION-ID(WS-CTL-IDX)
                   IF WS-ADI-RGN-ITEMS = 0
                       MOVE WS-RPT-ITEM-CAPTION-LINE TO
                                CONTROL-TOTAL-REPORT-LINE
                       WRITE CONTROL-TOTAL-REPORT-LINE
                   END-IF
                   PERFORM 0713-PRINT-ONE-ITEM
               END-IF
           END-PERFORM
           COMPUTE WS-ADI-DIFF-CNT =
                   WS-CTLT-ADJ-CNT(WS-CTL-IDX) - WS-ADI-SUM-CNT
           COMPUTE WS-ADI-DIFF-AMT =
                   WS-CTLT-ADJ-AMT(WS-CTL-IDX) - WS-ADI-SUM-AMT
           IF WS-ADI-DIFF-CNT NOT = 0 OR WS-ADI-DIFF-AMT NOT = 0
               MOVE "      CARD DIFFERS FROM ITEMS" TO
                        WS-RPT-SGN-LABEL
               MOVE WS-ADI-DIFF-CNT TO WS-RPT-SGN-AMOUNT
               MOVE WS-ADI-DIFF-AMT TO WS-RPT-SGN-DOLLARS
               MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
               DISPLAY "BUGSOL01: REGION "
                       WS-CTLT-REGION-ID(WS-CTL-IDX)
                       " ADJUSTMENT DIFFERS FROM REGISTER ITEMS"
               MOVE WS-CTLT-ADJ-CNT(WS-CTL-IDX) TO ERR-OPERAND-1
               MOVE WS-ADI-SUM-CNT TO ERR-OPERAND-2
               MOVE "ADJITEMS" TO ERR-TARGET-FIELD
               MOVE "REGION ADJUSTMENT DIFFERS FROM ITEMS" TO
                        ERR-MESSAGE
               MOVE "0712-PRINT-REGION-ITEMS" TO WS-ERR-SOURCE-PARA
               PERFORM 0820-WRITE-ERROR-RECORD
           END-IF.

       0713-PRINT-ONE-ITEM.
           ADD 1 TO WS-ADI-RGN-ITEMS
           ADD WS-ADIT-COUNT(WS-ADI-ROW) TO WS-ADI-SUM-CNT
           ADD WS-ADIT-DOLLARS(WS-ADI-ROW) TO WS-ADI-SUM-AMT
           MOVE WS-ADIT-REASON-CODE(WS-ADI-ROW) TO WS-RPI-REASON-CODE
           MOVE WS-ADIT-REFERENCE(WS-ADI-ROW) TO WS-RPI-REFERENCE
           MOVE WS-ADIT-COUNT(WS-ADI-ROW) TO WS-RPI-COUNT
           MOVE WS-ADIT-DOLLARS(WS-ADI-ROW) TO WS-RPI-DOLLARS
           MOVE WS-ADIT-REQUESTER(WS-ADI-ROW) TO WS-RPI-REQUESTER
           MOVE WS-ADIT-APPROVER(WS-ADI-ROW) TO WS-RPI-APPROVER
           MOVE WS-RPT-ITEM-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE.

      *    Folds one region's adjusted totals into its
      *    district row, appending the district the first
      *    time it appears.  The caller has just performed
                   MOVE WS-TBL-SHIFT-AMT(WS-BRANCH-IDX WS-SHIFT-SUB)
                            TO HST-SHIFT-AMT(WS-SHIFT-SUB)
               END-PERFORM
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                         UNTIL WS-TYPE-SUB > 3
                   MOVE WS-TBL-TYPE-DR-COUNT(WS-BRANCH-IDX WS-TYPE-SUB)
                            TO HST-TYPE-DR-COUNT(WS-TYPE-SUB)
                   MOVE WS-TBL-TYPE-DR-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
                            TO HST-TYPE-DR-AMT(WS-TYPE-SUB)
                   MOVE WS-TBL-TYPE-CR-COUNT(WS-BRANCH-IDX WS-TYPE-SUB)
                            TO HST-TYPE-CR-COUNT(WS-TYPE-SUB)
                   MOVE WS-TBL-TYPE-CR-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
                            TO HST-TYPE-CR-AMT(WS-TYPE-SUB)
                   MOVE WS-TBL-TYPE-NET-AMT(WS-BRANCH-IDX WS-TYPE-SUB)
                            TO HST-TYPE-NET-AMT(WS-TYPE-SUB)
               END-PERFORM
               WRITE HISTORY-REC
               IF WS-HST-DUP-KEY
                   REWRITE HISTORY-REC
                   MOVE "HST-KEY" TO ERR-TARGET-FIELD
                   MOVE "HISTORY RECORD WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0760-WRITE-HISTORY" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-PERFORM.
           WRITE TREND-REPORT-LINE
           MOVE WS-TRD-COLUMN-LINE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
      *    A region step trends its own region's branches
      *    only - the other regions' steps trend theirs.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                     UNTIL WS-MST-IDX > WS-MST-TBL-CNT
               IF WS-MST-BRANCH-OPEN(WS-MST-IDX)
                   SET WS-CTL-FOUND TO TRUE
                   IF WS-REGION-STEP-MODE
                       MOVE WS-MST-REGION-ID(WS-MST-IDX) TO
                                WS-REGION-WORK
                       PERFORM 0130-FIND-REGION-CARD
                   END-IF
                   IF WS-CTL-FOUND
                       PERFORM 0780-TREND-ONE-BRANCH
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO TREND-REPORT-LINE
      *    the trailing window, finds tonight's count if the
      *    branch transmitted, and writes a detail line when
      *    the branch is outside the band or silent tonight.
      *    A survivor's window also reads the history of every
      *    branch merged into it, so the night after a merge
      *    compares the combined feed against the combined
      *    history instead of showing as a spike.
       0780-TREND-ONE-BRANCH.
           MOVE 0 TO WS-HST-WINDOW-TOTAL
           MOVE 0 TO WS-HST-WINDOW-DAYS
               MOVE 0 TO WS-HST-SHIFT-WINDOW(WS-SHIFT-SUB)
               MOVE 0 TO WS-TREND-SHIFT-CNT(WS-SHIFT-SUB)
           END-PERFORM
           MOVE WS-MST-BRANCH-ID(WS-MST-IDX) TO WS-TRD-HIST-ID
           PERFORM 0785-READ-BRANCH-WINDOW
           PERFORM VARYING WS-XWK-ROW FROM 1 BY 1
                     UNTIL WS-XWK-ROW > WS-XWK-TBL-CNT
               IF WS-XWKT-FINAL-ID(WS-XWK-ROW) =
                       WS-MST-BRANCH-ID(WS-MST-IDX)
                AND WS-XWKT-EFF-DATE(WS-XWK-ROW) NOT >
                       WS-XWK-BUS-DATE
                   MOVE WS-XWKT-OLD-ID(WS-XWK-ROW) TO WS-TRD-HIST-ID
                   PERFORM 0785-READ-BRANCH-WINDOW
               END-IF
           END-PERFORM
           MOVE "N" TO WS-TREND-TONIGHT-SW
               END-IF
           END-IF.

      *    Adds one branch id's nights inside the trailing
      *    window to the window totals.  WS-HST-WINDOW-DAYS
      *    counts each business night once however many ids
      *    posted on it.
       0785-READ-BRANCH-WINDOW.
           MOVE WS-TRD-HIST-ID TO HST-BRANCH-ID
           MOVE WS-TREND-FROM-DATE TO HST-RUN-DATE
           MOVE "N" TO WS-HST-READ-DONE-SW
           START HISTORY-FILE KEY NOT < HST-KEY
           IF NOT WS-HST-OK
               SET WS-HST-READ-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-HST-READ-DONE
               READ HISTORY-FILE NEXT RECORD
               IF WS-HST-END OR NOT WS-HST-OK
                   SET WS-HST-READ-DONE TO TRUE
               ELSE
                   IF HST-BRANCH-ID NOT = WS-TRD-HIST-ID
                    OR HST-RUN-DATE NOT < WS-RUN-DATE
                       SET WS-HST-READ-DONE TO TRUE
                   ELSE
                       ADD HST-TRAN-COUNT TO WS-HST-WINDOW-TOTAL
                       PERFORM 0786-COUNT-WINDOW-DAY
                       PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                                 UNTIL WS-SHIFT-SUB > 3
                           ADD HST-SHIFT-COUNT(WS-SHIFT-SUB) TO
                                   WS-HST-SHIFT-WINDOW(WS-SHIFT-SUB)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       0786-COUNT-WINDOW-DAY.
           MOVE "N" TO WS-TRD-DAY-FOUND-SW
           PERFORM VARYING WS-TRD-DAY-SUB FROM 1 BY 1
                     UNTIL WS-TRD-DAY-SUB > WS-HST-WINDOW-DAYS
                        OR WS-TRD-DAY-FOUND
               IF WS-TRD-DAY-DATE(WS-TRD-DAY-SUB) = HST-RUN-DATE
                   SET WS-TRD-DAY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-TRD-DAY-FOUND AND WS-HST-WINDOW-DAYS < 31
               ADD 1 TO WS-HST-WINDOW-DAYS
               MOVE HST-RUN-DATE TO
                        WS-TRD-DAY-DATE(WS-HST-WINDOW-DAYS)
           END-IF.

      *    Compares tonight's count against the trailing
      *    average.  An all-zero average with activity tonight
      *    cannot yield a percentage, so it is flagged outright.
                   MOVE "CHECKPOINT CLEAR REWRITE FAILED" TO
                            ERR-MESSAGE
                   MOVE "0850-CLEAR-CHECKPOINT" TO WS-ERR-SOURCE-PARA
                   MOVE 20 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   DISPLAY "BUGSOL01: ABORTED - CONTROL TOTAL POSTED "
                           "BUT CHECKPOINT CLEAR FAILED, STATUS="
                           WS-CKPT-FILE-STATUS
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-PERFORM.

      *    Leaves the region step's interim result for
      *    RGNCON01: header, the region's summary, its branch
      *    rows, trailer.  The step posts one region, so the
      *    run-wide totals are the region's - and, unlike the
      *    card row's, they survive a checkpoint restart.  An
      *    abended step writes its summary with no rows, so
      *    the consolidation can say why the region is
      *    missing.
       0870-WRITE-REGION-RESULT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-RRF-REC-COUNT
           MOVE 0 TO WS-RRF-HASH-COUNT
           MOVE 0 TO WS-RRF-HASH-AMT
           MOVE SPACES TO REGION-RESULT-CONTROL-REC
           SET RRC-HEADER-REC TO TRUE
           MOVE "RGNRSLT" TO RRC-FEED-ID
           MOVE WS-RUN-DATE TO RRC-BUSINESS-DATE
           MOVE 0 TO RRC-RECORD-COUNT
           MOVE 0 TO RRC-HASH-COUNT
           MOVE 0 TO RRC-HASH-AMT
           WRITE REGION-RESULT-CONTROL-REC
           PERFORM 0879-CHECK-RESULT-WRITE
           IF WS-RR-OK
               MOVE SPACES TO REGION-SUMMARY-REC
               SET RIS-SUMMARY-REC TO TRUE
               MOVE WS-CTLT-REGION-ID(1) TO RIS-REGION-ID
               MOVE WS-RUN-ID TO RIS-RUN-ID
               MOVE WS-RUN-DATE TO RIS-RUN-DATE
               MOVE WS-BC-RECORDS-READ TO RIS-RECORDS-READ
               MOVE WS-REJECT-COUNT TO RIS-REJECT-COUNT
               MOVE RETURN-CODE TO RIS-RETURN-CODE
               IF WS-ABEND-REQUESTED
                   MOVE 0 TO RIS-BRANCH-COUNT
                   MOVE 0 TO RIS-TRAN-COUNT
                   MOVE 0 TO RIS-TRAN-AMT
                   MOVE 0 TO RIS-ADJ-CNT
                   MOVE 0 TO RIS-ADJ-AMT
                   MOVE 0 TO RIS-ADJD-COUNT
                   MOVE 0 TO RIS-ADJD-AMT
                   SET RIS-STEP-ABENDED TO TRUE
               ELSE
                   MOVE WS-BRANCH-TBL-CNT TO RIS-BRANCH-COUNT
                   MOVE WS-VAR-3-RAW TO RIS-TRAN-COUNT
                   MOVE WS-AMT-3-RAW TO RIS-TRAN-AMT
                   MOVE WS-VAR-4 TO RIS-ADJ-CNT
                   MOVE WS-AMT-4 TO RIS-ADJ-AMT
                   MOVE WS-VAR-3 TO RIS-ADJD-COUNT
                   MOVE WS-AMT-3 TO RIS-ADJD-AMT
                   IF WS-REJECT-COUNT > 0
                       MOVE "W" TO RIS-STEP-STATUS
                   ELSE
                       MOVE "C" TO RIS-STEP-STATUS
                   END-IF
               END-IF
               WRITE REGION-SUMMARY-REC
               PERFORM 0879-CHECK-RESULT-WRITE
               ADD 1 TO WS-RRF-REC-COUNT
           END-IF
           IF WS-RR-OK AND NOT WS-ABEND-REQUESTED
               PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                         UNTIL WS-BRANCH-IDX > WS-BRANCH-TBL-CNT
                            OR NOT WS-RR-OK
                   PERFORM 0875-WRITE-RESULT-ROW
               END-PERFORM
           END-IF
           IF WS-RR-OK
               MOVE SPACES TO REGION-RESULT-CONTROL-REC
               SET RRC-TRAILER-REC TO TRUE
               MOVE "RGNRSLT" TO RRC-FEED-ID
               MOVE WS-RUN-DATE TO RRC-BUSINESS-DATE
               MOVE WS-RRF-REC-COUNT TO RRC-RECORD-COUNT
               MOVE WS-RRF-HASH-COUNT TO RRC-HASH-COUNT
               MOVE WS-RRF-HASH-AMT TO RRC-HASH-AMT
               WRITE REGION-RESULT-CONTROL-REC
               PERFORM 0879-CHECK-RESULT-WRITE
           END-IF.

       0875-WRITE-RESULT-ROW.
           MOVE WS-TBL-BRANCH-ID(WS-BRANCH-IDX) TO RI-BRANCH-ID
           MOVE WS-TBL-REGION-ID(WS-BRANCH-IDX) TO RI-REGION-ID
           MOVE WS-TBL-TRAN-COUNT(WS-BRANCH-IDX) TO RI-TRAN-COUNT
           MOVE WS-TBL-TRAN-AMT(WS-BRANCH-IDX) TO RI-TRAN-AMT
           PERFORM VARYING WS-RRF-SUB FROM 1 BY 1
                     UNTIL WS-RRF-SUB > 3
               MOVE WS-TBL-SHIFT-COUNT(WS-BRANCH-IDX, WS-RRF-SUB) TO
                        RI-SHIFT-COUNT(WS-RRF-SUB)
               MOVE WS-TBL-SHIFT-AMT(WS-BRANCH-IDX, WS-RRF-SUB) TO
                        RI-SHIFT-AMT(WS-RRF-SUB)
               MOVE WS-TBL-TYPE-DR-COUNT(WS-BRANCH-IDX, WS-RRF-SUB)
                        TO RI-TYPE-DR-COUNT(WS-RRF-SUB)
               MOVE WS-TBL-TYPE-DR-AMT(WS-BRANCH-IDX, WS-RRF-SUB)
                        TO RI-TYPE-DR-AMT(WS-RRF-SUB)
               MOVE WS-TBL-TYPE-CR-COUNT(WS-BRANCH-IDX, WS-RRF-SUB)
                        TO RI-TYPE-CR-COUNT(WS-RRF-SUB)
               MOVE WS-TBL-TYPE-CR-AMT(WS-BRANCH-IDX, WS-RRF-SUB)
                        TO RI-TYPE-CR-AMT(WS-RRF-SUB)
               MOVE WS-TBL-TYPE-NET-AMT(WS-BRANCH-IDX, WS-RRF-SUB)
                        TO RI-TYPE-NET-AMT(WS-RRF-SUB)
           END-PERFORM
           WRITE REGION-RESULT-REC
           PERFORM 0879-CHECK-RESULT-WRITE
           ADD 1 TO WS-RRF-REC-COUNT
           ADD RI-TRAN-COUNT TO WS-RRF-HASH-COUNT
           ADD RI-TRAN-AMT TO WS-RRF-HASH-AMT.

      *    A result file that cannot be written is a step the
      *    consolidation cannot see - the step abends so the
      *    RUNSTAT record says so, not "I".
       0879-CHECK-RESULT-WRITE.
           IF NOT WS-RR-OK
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "RGNRSLT" TO ERR-TARGET-FIELD
               MOVE "REGION RESULT WRITE FAILED" TO ERR-MESSAGE
               MOVE "0870-WRITE-REGION-RESULT" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               DISPLAY "BUGSOL01: REGION-RESULT-FILE WRITE FAILED, "
                       "STATUS=" WS-RR-FILE-STATUS
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
               IF RETURN-CODE < WS-ABEND-RC
                   MOVE WS-ABEND-RC TO RETURN-CODE
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           IF WS-SUPPLEMENTAL-MODE
               CLOSE LATE-COUNTS-FILE
           CLOSE TREND-REPORT
           CLOSE SHIFT-REPORT
           IF WS-DATA-OUTPUTS-OPEN
               IF WS-REGION-STEP-MODE
                   CLOSE REGION-RESULT-FILE
               ELSE
                   CLOSE ADJUST-ENTRY-FILE
               END-IF
           END-IF
           CLOSE RUN-STATUS-FILE.
