       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RGNCON01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * RGNCON01 - Region consolidation.  Final step of a
      *            night run as region steps: each region
      *            has run BUGSOL01 in region step mode
      *            ("R") as its own job step, under its own
      *            run id, and left an interim result on
      *            RGNRSLT (CPYRI01).  This step reads every
      *            step's result off one concatenated DD,
      *            folds the regions that posted into the
      *            corporate control totals, reconciles them
      *            branch by branch to the GL and raises the
      *            adjusting entries, and prints the Control
      *            Total Report under the corporate run id.
      *
      *            A region whose step abended, never ran,
      *            or left a result that does not verify is
      *            not waited for: the night consolidates
      *            without it, the report names it and says
      *            why, its GL rows are held out of the
      *            cross-foot rather than flagged as GL-only,
      *            and RUNSTAT gets an "M" (partial) record
      *            with return code 08 so the late region is
      *            chased in the morning instead of holding
      *            every other region's close up overnight.
      *
      *            The deck's first card is the corporate
      *            card - region "ALL", the corporate run id,
      *            the GL tolerances and the force flag -
      *            and every card after it names one region
      *            expected tonight with that region step's
      *            run id.  The steps applied the card
      *            adjustments already, so any adjustment on
      *            a region card here is not re-applied.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT REGION-RESULT-FILE ASSIGN TO "RGNRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.

           SELECT REGION-REF-FILE ASSIGN TO "REGNMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGN-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT CONTROL-TOTAL-REPORT ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT GL-VARIANCE-REPORT ASSIGN TO "GLVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GVR-FILE-STATUS.

           SELECT ADJUST-ENTRY-FILE ASSIGN TO "GLADJENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT ADJUST-ITEM-FILE ASSIGN TO "ADJITEMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADI-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYCTL01.

       FD  REGION-RESULT-FILE
           RECORDING MODE IS F.
           COPY CPYRI01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==REGION-RESULT-CONTROL-REC==
                        LEADING ==FC-== BY ==RRC-==.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
           COPY CPYBM01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==MASTER-CONTROL-REC==
                        LEADING ==FC-== BY ==BMC-==.

       FD  REGION-REF-FILE
           RECORDING MODE IS F.
           COPY CPYRG01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==REGION-CONTROL-REC==
                        LEADING ==FC-== BY ==RGC-==.

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY CPYGL01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==GL-CONTROL-REC==
                        LEADING ==FC-== BY ==GLC-==.

       FD  CONTROL-TOTAL-REPORT.
           COPY CPYRPT01.

       FD  GL-VARIANCE-REPORT.
           COPY CPYRPT03.

       FD  ADJUST-ENTRY-FILE
           RECORDING MODE IS F.
           COPY CPYAJ01.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYAUD01.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY CPYRS01.

       FD  ADJUST-ITEM-FILE
           RECORDING MODE IS F.
           COPY CPYAR01 REPLACING ==ADJ-REGISTER-REC== BY
                                  ==ADJ-ITEM-REC==
                        LEADING ==AR-== BY ==AI-==.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==ADJ-ITEM-CONTROL-REC==
                        LEADING ==FC-== BY ==AIC-==.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTL-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-CTL-OK                     VALUE "00".
               88  WS-CTL-EOF                    VALUE "10".
           05  WS-RR-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-RR-OK                      VALUE "00".
               88  WS-RR-EOF                     VALUE "10".
           05  WS-BM-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-BM-OK                      VALUE "00".
               88  WS-BM-EOF                     VALUE "10".
           05  WS-RGN-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-RGN-OK                     VALUE "00".
               88  WS-RGN-EOF                    VALUE "10".
           05  WS-GL-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-GL-OK                      VALUE "00".
               88  WS-GL-EOF                     VALUE "10".
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-RPT-OK                     VALUE "00".
           05  WS-GVR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-GVR-OK                     VALUE "00".
           05  WS-ADJ-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ADJ-OK                     VALUE "00".
           05  WS-AUD-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-AUD-OK                     VALUE "00".
           05  WS-RS-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-RS-OK                      VALUE "00".
               88  WS-RS-EOF                     VALUE "10".
           05  WS-ADI-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ADI-OK                     VALUE "00".
               88  WS-ADI-EOF                    VALUE "10".
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".

       01  WS-RUN-ID                   PIC X(8) VALUE SPACES.
       01  WS-AUD-RUN-ID               PIC X(8) VALUE SPACES.

      *    One row per region card: the region, the run id its
      *    step ran under, and what RGNRSLT said about it.
      *    WS-CTLT-RESULT-SW is space until a result arrives;
      *    only "P" rows are consolidated.  WS-CTLT-SEGMENT is
      *    the RGNRSLT segment that gave tonight's result, so
      *    a second one for the same region is caught.  The
      *    figures are the step's own, as its summary carried
      *    them.
       01  WS-CTL-TABLE-AREA.
           05  WS-CTL-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-CTL-TABLE OCCURS 20 TIMES
                                    INDEXED BY WS-CTL-IDX.
               10  WS-CTLT-REGION-ID   PIC X(3).
               10  WS-CTLT-RUN-ID      PIC X(8).
               10  WS-CTLT-RESULT-SW   PIC X(1).
                   88  WS-CTLT-NO-RESULT      VALUE SPACE.
                   88  WS-CTLT-POSTED         VALUE "P".
                   88  WS-CTLT-STEP-ABENDED   VALUE "A".
                   88  WS-CTLT-STALE          VALUE "S".
                   88  WS-CTLT-CONTROLS-BAD   VALUE "X".
                   88  WS-CTLT-DUPLICATE      VALUE "D".
                   88  WS-CTLT-WRONG-RUN-ID   VALUE "U".
               10  WS-CTLT-REASON      PIC X(30).
               10  WS-CTLT-SEGMENT     PIC 9(5).
               10  WS-CTLT-STEP-RC     PIC 9(2).
               10  WS-CTLT-RECORDS-READ
                                       PIC 9(9).
               10  WS-CTLT-BRANCH-COUNT
                                       PIC 9(5).
               10  WS-CTLT-REJECT-COUNT
                                       PIC 9(5).
               10  WS-CTLT-TRAN-COUNT  PIC 9(9).
               10  WS-CTLT-TRAN-AMT    PIC 9(11)V99.
               10  WS-CTLT-ADJ-CNT     PIC S9(5).
               10  WS-CTLT-ADJ-AMT     PIC S9(7)V99.
               10  WS-CTLT-ADJD-COUNT  PIC S9(9).
               10  WS-CTLT-ADJD-AMT    PIC S9(11)V99.

       01  WS-CTL-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-CTL-FOUND                   VALUE "Y".

       01  WS-CTL-CARDS-READ           PIC 9(3) VALUE 0.
       01  WS-CTL-ROW                  PIC 9(3) VALUE 0.
       01  WS-REGION-WORK              PIC X(3) VALUE SPACES.

       01  WS-AUD-OPERAND-1            PIC S9(9) VALUE 0.
       01  WS-AUD-OPERAND-2            PIC S9(9) VALUE 0.
       01  WS-AUD-RESULT               PIC S9(9) VALUE 0.
       01  WS-AUD-BRANCH-ID            PIC X(4) VALUE SPACES.
       01  WS-AUD-AMT-OPERAND-1        PIC S9(11)V99 VALUE 0.
       01  WS-AUD-AMT-OPERAND-2        PIC S9(11)V99 VALUE 0.
       01  WS-AUD-AMT-RESULT           PIC S9(11)V99 VALUE 0.

       01  WS-ERR-SOURCE-PARA          PIC X(25) VALUE SPACES.
       01  WS-ERR-REGION-ID            PIC X(3) VALUE "ALL".

       01  WS-ABEND-SWITCH             PIC X VALUE "N".
           88  WS-ABEND-REQUESTED             VALUE "Y".

       01  WS-DATA-OUT-OPEN-SW         PIC X VALUE "N".
           88  WS-DATA-OUTPUTS-OPEN           VALUE "Y".

      *    Return-code taxonomy as BUGSOL01's, with one
      *    addition: 08 also means the night consolidated
      *    with regions missing.
      *      00 = clean
      *      04 = completed, records rejected in a step
      *      08 = GL variance exceeded tolerance, or
      *           regions missing from the consolidation
      *      12 = arithmetic overflow abend
      *      16 = input/output file problem abend
      *      20 = checkpoint/restart problem abend
      *      24 = run-guard refusal (duplicate posting or
      *           broken run sequencing on RUNSTAT)
      *      28 = feed control failure (header/trailer
      *           missing, wrong date, count/hash mismatch)
       01  WS-ABEND-RC                 PIC 9(2) VALUE 0.
       01  WS-RC-WORK                  PIC 9(2) VALUE 0.

      *    Night-wide figures folded from the posted regions'
      *    summaries for the corporate RUNSTAT record.
       01  WS-CONSOL-COUNTS.
           05  WS-BC-RECORDS-READ      PIC 9(9) VALUE 0.
           05  WS-BRANCHES-POSTED      PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-RGN-POSTED-CNT       PIC 9(3) VALUE 0.
           05  WS-RGN-MISSING-CNT      PIC 9(3) VALUE 0.
           05  WS-RSLT-ROWS-SKIPPED    PIC 9(7) VALUE 0.

      *    RGNRSLT is every step's file laid end to end, so
      *    its feed controls are verified one segment at a
      *    time: what the segment's header said, what has
      *    been read since, and which card row the segment's
      *    summary was accepted for (zero when its rows are
      *    not to be taken).  A segment that fails its
      *    controls fails only its own region.
       01  WS-SEGMENT-AREA.
           05  WS-FC-EXPECT-DATE       PIC X(8) VALUE SPACES.
           05  WS-SEG-NUMBER           PIC 9(5) VALUE 0.
           05  WS-SEG-OPEN-SW          PIC X VALUE "N".
               88  WS-SEG-OPEN                VALUE "Y".
           05  WS-SEG-STATE            PIC X VALUE SPACE.
               88  WS-SEG-CURRENT             VALUE "G".
               88  WS-SEG-STALE               VALUE "S".
               88  WS-SEG-BAD-HEADER          VALUE "X".
           05  WS-SEG-CTL-ROW          PIC 9(3) VALUE 0.
           05  WS-SEG-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-SEG-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-SEG-HASH-AMT         PIC 9(13)V99 VALUE 0.
           05  WS-SEG-FAIL-TEXT        PIC X(40) VALUE SPACES.
           05  WS-MFC-HDR-SW           PIC X VALUE "N".
               88  WS-MFC-HDR-SEEN            VALUE "Y".
           05  WS-MFC-TRL-SW           PIC X VALUE "N".
               88  WS-MFC-TRL-SEEN            VALUE "Y".
           05  WS-MFC-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-GFC-HDR-SW           PIC X VALUE "N".
               88  WS-GFC-HDR-SEEN            VALUE "Y".
           05  WS-GFC-TRL-SW           PIC X VALUE "N".
               88  WS-GFC-TRL-SEEN            VALUE "Y".
           05  WS-GFC-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-GFC-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-GFC-HASH-AMT         PIC 9(13)V99 VALUE 0.

      *    Pre-run guard working fields, as BUGSOL01's: what
      *    the RUNSTAT scan found for the corporate run id,
      *    and whether the corporate card carried the force
      *    flag.
       01  WS-GUARD-AREA.
           05  WS-FORCE-SW             PIC X VALUE "N".
               88  WS-FORCE-OVERRIDE          VALUE "Y".
           05  WS-GUARD-BLOCK-SW       PIC X VALUE "N".
               88  WS-GUARD-BLOCKED           VALUE "Y".
           05  WS-GUARD-REASON         PIC X(40) VALUE SPACES.
           05  WS-POSTED-TONIGHT-SW    PIC X VALUE "N".
               88  WS-POSTED-TONIGHT          VALUE "Y".
           05  WS-LAST-RS-FOUND-SW     PIC X VALUE "N".
               88  WS-LAST-RS-FOUND           VALUE "Y".
           05  WS-LAST-RS-STATUS       PIC X(1) VALUE SPACE.
               88  WS-LAST-RS-ABENDED         VALUE "A".
           05  WS-LAST-RS-DATE         PIC X(8) VALUE SPACES.
           05  WS-GUARD-DATE           PIC X(8) VALUE SPACES.

       01  WS-MASTER-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-MASTER-FOUND                VALUE "Y".

      *    Branch master image, loaded and sequence-checked
      *    as in BUGSOL01.  Here it answers one question:
      *    which region a GL row's branch belongs to, so the
      *    rows of a region that did not post can be held.
       01  WS-MASTER-AREA.
           05  WS-MST-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-MASTER-TABLE OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON WS-MST-TBL-CNT
                                    ASCENDING KEY IS WS-MST-BRANCH-ID
                                    INDEXED BY WS-MST-IDX.
               10  WS-MST-BRANCH-ID    PIC X(4).
               10  WS-MST-BRANCH-NAME  PIC X(25).
               10  WS-MST-REGION-ID    PIC X(3).
               10  WS-MST-STATUS-CODE  PIC X.
                   88  WS-MST-BRANCH-OPEN     VALUE "O".
                   88  WS-MST-BRANCH-CLOSED   VALUE "C".

       01  WS-MST-PREV-ID              PIC X(4) VALUE LOW-VALUES.
       01  WS-GL-PREV-ID               PIC X(4) VALUE LOW-VALUES.

      *    The consolidated branch rows: every branch row of
      *    every region that posted, in the order the steps
      *    wrote them, with the card row of its region.
       01  WS-CONSOL-BRANCH-AREA.
           05  WS-CBR-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-CBR-TABLE OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON WS-CBR-TBL-CNT
                                    INDEXED BY WS-CBR-IDX.
               10  WS-CBRT-BRANCH-ID   PIC X(4).
               10  WS-CBRT-REGION-ID   PIC X(3).
               10  WS-CBRT-CTL-ROW     PIC 9(3).
               10  WS-CBRT-TRAN-COUNT  PIC 9(5).
               10  WS-CBRT-TRAN-AMT    PIC 9(9)V99.
               10  WS-CBRT-TYPE-SUB OCCURS 3 TIMES.
                   15  WS-CBRT-TYPE-DR-AMT
                                       PIC 9(9)V99.
                   15  WS-CBRT-TYPE-CR-AMT
                                       PIC 9(9)V99.

       01  WS-GL-RECONCILE-AREA.
           05  WS-TOLERANCE-AMT        PIC 9(7) VALUE 0.
           05  WS-TOLERANCE-DOLLARS    PIC 9(7)V99 VALUE 0.
           05  WS-GL-CONTROL-TOTAL     PIC 9(9) VALUE 0.
           05  WS-GL-CONTROL-AMT       PIC 9(11)V99 VALUE 0.
           05  WS-GL-VARIANCE-AMT      PIC S9(9) VALUE 0.
           05  WS-GL-VARIANCE-DOLLARS  PIC S9(11)V99 VALUE 0.
           05  WS-GL-VARIANCE-SWITCH   PIC X VALUE "N".
               88  WS-GL-VARIANCE-EXCEEDED       VALUE "Y".
           05  WS-GL-DATA-PRESENT-SW   PIC X VALUE "N".
               88  WS-GL-DATA-PRESENT            VALUE "Y".
           05  WS-GLV-EXCEPTION-CNT    PIC 9(5) VALUE 0.
           05  WS-GLV-CNT-VARIANCE     PIC S9(9) VALUE 0.
           05  WS-GLV-AMT-VARIANCE     PIC S9(11)V99 VALUE 0.
           05  WS-ADJ-ENTRY-CNT        PIC 9(5) VALUE 0.
      *    GL rows booked to a branch of a carded region that
      *    did not post tonight - kept out of the cross-foot
      *    and the GL-only listing until that region posts.
           05  WS-GL-HELD-ROWS         PIC 9(5) VALUE 0.
           05  WS-GL-HELD-COUNT        PIC 9(9) VALUE 0.
           05  WS-GL-HELD-AMT          PIC 9(11)V99 VALUE 0.

       01  WS-GL-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-GL-FOUND                    VALUE "Y".

      *    Transaction-type working fields, as BUGSOL01's.
       01  WS-TYPE-WORK-AREA.
           05  WS-TYPE-SUB             PIC 9(1) VALUE 0.
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

      *    GL extract image, as BUGSOL01's, with a held flag
      *    on rows that belong to a region not posted.
       01  WS-GL-TABLE-AREA.
           05  WS-GL-TBL-CNT           PIC 9(5) VALUE 0.
           05  WS-GL-TABLE OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON WS-GL-TBL-CNT
                                    ASCENDING KEY IS WS-GLT-BRANCH-ID
                                    INDEXED BY WS-GL-IDX.
               10  WS-GLT-BRANCH-ID    PIC X(4).
               10  WS-GLT-TRAN-COUNT   PIC 9(9).
               10  WS-GLT-TRAN-AMT     PIC 9(11)V99.
               10  WS-GLT-MATCHED-SW   PIC X.
                   88  WS-GLT-MATCHED         VALUE "Y".
               10  WS-GLT-HELD-SW      PIC X.
                   88  WS-GLT-HELD            VALUE "Y".
               10  WS-GLT-TYPES-SW     PIC X.
                   88  WS-GLT-TYPES-PRESENT   VALUE "Y".
               10  WS-GLT-TYPE-DETAIL.
                   15  WS-GLT-TYPE-SUB OCCURS 3 TIMES.
                       20  WS-GLT-TYPE-DR-AMT
                                       PIC 9(11)V99.
                       20  WS-GLT-TYPE-CR-AMT
                                       PIC 9(11)V99.

       01  WS-CURRENT-TIMESTAMP        PIC X(15).
       01  WS-RUN-DATE                 PIC X(8).

       COPY CPYRG02.

      *    The manual adjustment register items ADJREG01 built
      *    tonight's control cards from (ADJITEMS), each tagged
      *    with the card it went into, so the Control Total
      *    Report can list the items behind each region's
      *    adjustment.  Optional: without the file, or with
      *    one for another business date or one that fails
      *    its feed controls, the report shows the net
      *    adjustment alone as it always did.
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

      *    District roll-up rows for the Control Total
      *    Report, folded from the posted regions through
      *    the region reference file.
       01  WS-DISTRICT-AREA.
           05  WS-DST-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-DST-IDX              PIC 9(3) VALUE 0.
           05  WS-DST-FOUND-IDX        PIC 9(3) VALUE 0.
           05  WS-DISTRICT-TABLE OCCURS 50 TIMES.
               10  WS-DSTT-DISTRICT-ID PIC X(3).
               10  WS-DSTT-DIST-NAME   PIC X(25).
               10  WS-DSTT-COUNT       PIC S9(11).
               10  WS-DSTT-AMT         PIC S9(13)V99.

       01  WS-AREA-2.
           05  WS-VAR-3                PIC S9(9) COMP-3 VALUE 0.
           05  WS-VAR-4                PIC S9(7) COMP-3 VALUE 0.
           05  WS-VAR-3-RAW            PIC S9(9) VALUE 0.

       01  WS-AMT-AREA.
           05  WS-AMT-3                PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AMT-4                PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-AMT-3-RAW            PIC S9(11)V99 VALUE 0.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(22)
               VALUE "CONTROL TOTAL REPORT -".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-RPT-HDG-DATE         PIC X(10).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-RPT-CONSOL-LINE.
           05  FILLER                  PIC X(25)
               VALUE "REGION CONSOLIDATION RUN ".
           05  WS-RPC-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(17)
               VALUE "  REGIONS POSTED ".
           05  WS-RPC-POSTED           PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE " OF ".
           05  WS-RPC-CARDED           PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "      COUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "           AMOUNT".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-LABEL            PIC X(30).
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DOLLARS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RPT-SIGNED-LINE.
           05  WS-RPT-SGN-LABEL        PIC X(30).
           05  WS-RPT-SGN-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-SGN-DOLLARS      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RPT-RGN-NAME-LINE.
           05  FILLER                  PIC X(7)  VALUE "REGION ".
           05  WS-RPN-REGION-ID        PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPN-REGION-NAME      PIC X(25).
           05  FILLER                  PIC X(10)
               VALUE " DISTRICT ".
           05  WS-RPN-DIST-ID          PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
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

      *    Printed in place of a region's figures when its
      *    step's result did not make it into the night.
       01  WS-RPT-MISSING-LINE.
           05  FILLER                  PIC X(7)  VALUE "REGION ".
           05  WS-RPM-REGION-ID        PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPM-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(14)
               VALUE " NOT POSTED - ".
           05  WS-RPM-REASON           PIC X(30).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-RPT-DIST-LINE.
           05  FILLER                  PIC X(9)  VALUE "DISTRICT ".
           05  WS-RPD-DIST-ID          PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPD-DIST-NAME        PIC X(20).
           05  WS-RPD-COUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPD-AMT              PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-RPT-PARTIAL-LINE.
           05  FILLER                  PIC X(48) VALUE
               "*** PARTIAL CONSOLIDATION - REGIONS NOT POSTED: ".
           05  WS-RPP-MISSING-CNT      PIC ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-GVR-HEADING-LINE.
           05  FILLER                  PIC X(27)
               VALUE "GL VARIANCE DETAIL REPORT -".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-GVR-HDG-DATE         PIC X(10).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-GVR-COLUMN-LINE.
           05  FILLER                  PIC X(6)  VALUE "BRANCH".
           05  FILLER                  PIC X(11) VALUE "  SYS COUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "   GL COUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "   COUNT VAR".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "       SYS AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "        GL AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "        AMOUNT VAR".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "STATUS".
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-GVR-DETAIL-LINE.
           05  WS-GVR-BRANCH-ID        PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GVR-SYS-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GVR-GL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GVR-CNT-VAR          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GVR-SYS-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GVR-GL-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GVR-AMT-VAR          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GVR-STATUS           PIC X(20).
           05  FILLER                  PIC X(8)  VALUE SPACES.

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

       01  WS-GVR-TOTAL-LINE.
           05  FILLER                  PIC X(28)
               VALUE "BRANCHES OUTSIDE TOLERANCE:".
           05  WS-GVR-TOTAL-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-GVR-ADJ-LINE.
           05  FILLER                  PIC X(28)
               VALUE "ADJUSTING ENTRIES WRITTEN:".
           05  WS-GVR-ADJ-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-GVR-HELD-LINE.
           05  FILLER                  PIC X(37)
               VALUE "GL ROWS HELD FOR REGIONS NOT POSTED:".
           05  WS-GVR-HELD-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-CONTROL-CARDS
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0145-CHECK-RUN-GUARD
           END-IF
      *    GLADJENT is replaced outright, so it is not opened
      *    until the guard has let the run through - a
      *    refused rerun must leave the posted night's
      *    entries alone.
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0110-OPEN-DATA-OUTPUTS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0178-LOAD-REGION-REF
               PERFORM 0180-LOAD-BRANCH-MASTER
               PERFORM 0187-LOAD-ADJ-ITEMS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0200-LOAD-REGION-RESULTS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0500-CONSOLIDATE-REGIONS
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "RGNCON01: ABORTED - SEE ERROR-LOG-FILE"
           ELSE
               PERFORM 0600-RECONCILE-GL
               PERFORM 0700-PRINT-CONTROL-TOTAL-REPORT
           END-IF
           IF WS-ABEND-REQUESTED
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               IF WS-GL-VARIANCE-EXCEEDED
                OR WS-RGN-MISSING-CNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 0800-WRITE-RUN-SUMMARY
           PERFORM 0900-CLOSE-FILES
           STOP RUN.

       0100-OPEN-FILES.
           ACCEPT WS-FC-EXPECT-DATE FROM DATE YYYYMMDD
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-TOTAL-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN CONTROL-TOTAL-REPORT, "
                       "STATUS=" WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-VARIANCE-REPORT
           IF NOT WS-GVR-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN GL-VARIANCE-REPORT, "
                       "STATUS=" WS-GVR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUD-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN AUDIT-FILE, "
                       "STATUS=" WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-RS-FILE-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF NOT WS-RS-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN RUN-STATUS-FILE, "
                       "STATUS=" WS-RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-OPEN-DATA-OUTPUTS.
           OPEN OUTPUT ADJUST-ENTRY-FILE
           IF NOT WS-ADJ-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN ADJUST-ENTRY-FILE, "
                       "STATUS=" WS-ADJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-DATA-OUTPUTS-OPEN TO TRUE.

      *    Reads the consolidation deck: the corporate card
      *    first, then one card per region expected tonight.
      *    A deck that cannot say which regions to wait for
      *    is a hard stop - consolidating against a guess
      *    would post a partial night as a whole one.
       0120-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT WS-CTL-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN CONTROL-CARD-FILE, "
                       "STATUS=" WS-CTL-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "CTLCARD" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO OPEN CONTROL-CARD-FILE" TO ERR-MESSAGE
               MOVE "0120-READ-CONTROL-CARDS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           PERFORM UNTIL WS-CTL-EOF OR WS-ABEND-REQUESTED
               READ CONTROL-CARD-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-CARDS-READ
                       IF WS-CTL-CARDS-READ = 1
                           PERFORM 0122-TAKE-CORPORATE-CARD
                       ELSE
                           PERFORM 0124-TAKE-REGION-CARD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTL-OK OR WS-CTL-EOF
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-CTL-TBL-CNT = 0 AND NOT WS-ABEND-REQUESTED
               MOVE WS-CTL-CARDS-READ TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "CTL-CNT" TO ERR-TARGET-FIELD
               MOVE "NO REGION CARDS TO CONSOLIDATE" TO ERR-MESSAGE
               PERFORM 0128-REJECT-CARD-DECK
           END-IF
           MOVE WS-RUN-ID TO WS-AUD-RUN-ID.

       0122-TAKE-CORPORATE-CARD.
           IF CTL-REGION-ID NOT = "ALL"
               MOVE 1 TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "CTL-REGION" TO ERR-TARGET-FIELD
               MOVE "FIRST CARD MUST BE REGION ALL" TO ERR-MESSAGE
               PERFORM 0128-REJECT-CARD-DECK
           ELSE
               MOVE CTL-RUN-ID TO WS-RUN-ID
               MOVE CTL-GL-TOLERANCE-AMT TO WS-TOLERANCE-AMT
               MOVE CTL-GL-TOL-DOLLARS TO WS-TOLERANCE-DOLLARS
               IF CTL-FORCE-OVERRIDE
                   SET WS-FORCE-OVERRIDE TO TRUE
               END-IF
           END-IF.

      *    A region card must name a real region once, under
      *    a run id of its own - the step's run id is how its
      *    RUNSTAT, BRHIST and checkpoint records are told
      *    apart from the corporate night's.
       0124-TAKE-REGION-CARD.
           IF WS-CTL-TBL-CNT = 20
               MOVE WS-CTL-CARDS-READ TO ERR-OPERAND-1
               MOVE 20 TO ERR-OPERAND-2
               MOVE "CTL-CNT" TO ERR-TARGET-FIELD
               MOVE "CONTROL TABLE OCCURS 20 EXCEEDED" TO ERR-MESSAGE
               PERFORM 0128-REJECT-CARD-DECK
           ELSE
               IF CTL-REGION-ID = "ALL" OR CTL-REGION-ID = SPACES
                OR CTL-RUN-ID = WS-RUN-ID OR CTL-RUN-ID = SPACES
                   MOVE WS-CTL-CARDS-READ TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "CTL-REGION" TO ERR-TARGET-FIELD
                   MOVE "REGION CARD NEEDS OWN REGION AND RUN ID"
                            TO ERR-MESSAGE
                   PERFORM 0128-REJECT-CARD-DECK
               ELSE
                   MOVE CTL-REGION-ID TO WS-REGION-WORK
                   PERFORM 0130-FIND-REGION-CARD
                   IF WS-CTL-FOUND
                       MOVE WS-CTL-CARDS-READ TO ERR-OPERAND-1
                       MOVE ZERO TO ERR-OPERAND-2
                       MOVE "CTL-REGION" TO ERR-TARGET-FIELD
                       MOVE "REGION CARDED TWICE" TO ERR-MESSAGE
                       PERFORM 0128-REJECT-CARD-DECK
                   ELSE
                       ADD 1 TO WS-CTL-TBL-CNT
                       SET WS-CTL-IDX TO WS-CTL-TBL-CNT
                       MOVE CTL-REGION-ID TO
                                WS-CTLT-REGION-ID(WS-CTL-IDX)
                       MOVE CTL-RUN-ID TO WS-CTLT-RUN-ID(WS-CTL-IDX)
                       MOVE SPACE TO WS-CTLT-RESULT-SW(WS-CTL-IDX)
                       MOVE "NO RESULT FROM REGION STEP" TO
                                WS-CTLT-REASON(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-SEGMENT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-STEP-RC(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-RECORDS-READ(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-BRANCH-COUNT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-REJECT-COUNT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-TRAN-COUNT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-TRAN-AMT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-ADJ-CNT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-ADJ-AMT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-ADJD-COUNT(WS-CTL-IDX)
                       MOVE 0 TO WS-CTLT-ADJD-AMT(WS-CTL-IDX)
                   END-IF
               END-IF
           END-IF.

      *    The caller has set the operands, target field and
      *    message.
       0128-REJECT-CARD-DECK.
           DISPLAY "RGNCON01: CONTROL CARDS REJECTED - " ERR-MESSAGE
           MOVE "0120-READ-CONTROL-CARDS" TO WS-ERR-SOURCE-PARA
           MOVE 16 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           SET WS-ABEND-REQUESTED TO TRUE
           PERFORM 0830-CLASSIFY-ABEND.

      *    Finds the region card for WS-REGION-WORK.  Unlike
      *    BUGSOL01's there is no "ALL" wildcard - every
      *    region row here is a step that must be accounted
      *    for by name.  Leaves WS-CTL-IDX on the matched row.
       0130-FIND-REGION-CARD.
           MOVE "N" TO WS-CTL-FOUND-SWITCH
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                     UNTIL WS-CTL-IDX > WS-CTL-TBL-CNT
                        OR WS-CTL-FOUND
               IF WS-CTLT-REGION-ID(WS-CTL-IDX) = WS-REGION-WORK
                   SET WS-CTL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CTL-FOUND
               SET WS-CTL-IDX DOWN BY 1
           END-IF.

      *    Pre-run guard, BUGSOL01's rules applied to the
      *    corporate run id: refuses to consolidate a night
      *    that already consolidated (complete or partial)
      *    unless RUNBKO01 has backed it out since, or when
      *    the corporate run last abended on an earlier date.
      *    The corporate card's "F" flag waives the guard and
      *    the override is logged.
       0145-CHECK-RUN-GUARD.
           ACCEPT WS-GUARD-DATE FROM DATE YYYYMMDD
           CLOSE RUN-STATUS-FILE
           OPEN INPUT RUN-STATUS-FILE
           IF WS-RS-FILE-STATUS = "35"
               OPEN EXTEND RUN-STATUS-FILE
               IF WS-RS-FILE-STATUS = "35"
                   OPEN OUTPUT RUN-STATUS-FILE
               END-IF
           ELSE
               IF NOT WS-RS-OK
                   DISPLAY "RGNCON01: UNABLE TO READ "
                           "RUN-STATUS-FILE, STATUS="
                           WS-RS-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "RUNSTAT" TO ERR-TARGET-FIELD
                   MOVE "UNABLE TO READ RUN-STATUS-FILE" TO
                            ERR-MESSAGE
                   MOVE "0145-CHECK-RUN-GUARD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   PERFORM UNTIL WS-RS-EOF
                       READ RUN-STATUS-FILE
                           AT END
                               SET WS-RS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0147-GUARD-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RUN-STATUS-FILE
                   OPEN EXTEND RUN-STATUS-FILE
                   IF NOT WS-RS-OK
                       DISPLAY "RGNCON01: UNABLE TO REOPEN "
                               "RUN-STATUS-FILE, STATUS="
                               WS-RS-FILE-STATUS
                       MOVE ZERO TO ERR-OPERAND-1
                       MOVE ZERO TO ERR-OPERAND-2
                       MOVE "RUNSTAT" TO ERR-TARGET-FIELD
                       MOVE "UNABLE TO REOPEN RUN-STATUS-FILE"
                                TO ERR-MESSAGE
                       MOVE "0145-CHECK-RUN-GUARD" TO
                                WS-ERR-SOURCE-PARA
                       MOVE 16 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0148-JUDGE-GUARD-FINDINGS
           END-IF.

       0147-GUARD-ONE-RECORD.
           IF RS-RUN-ID = WS-RUN-ID
               IF RS-BACKED-OUT
                   IF RS-RUN-DATE = WS-GUARD-DATE
                       MOVE "N" TO WS-POSTED-TONIGHT-SW
                   END-IF
               ELSE
                   IF RS-RUN-DATE = WS-GUARD-DATE
                    AND NOT RS-ABENDED
                    AND NOT RS-SUPPLEMENTAL
                       SET WS-POSTED-TONIGHT TO TRUE
                   END-IF
                   SET WS-LAST-RS-FOUND TO TRUE
                   MOVE RS-COMPLETION-STATUS TO WS-LAST-RS-STATUS
                   MOVE RS-RUN-DATE TO WS-LAST-RS-DATE
               END-IF
           END-IF.

       0148-JUDGE-GUARD-FINDINGS.
           MOVE "N" TO WS-GUARD-BLOCK-SW
           MOVE SPACES TO WS-GUARD-REASON
           IF WS-POSTED-TONIGHT
               SET WS-GUARD-BLOCKED TO TRUE
               MOVE "RUN ALREADY POSTED FOR THIS DATE"
                   TO WS-GUARD-REASON
           ELSE
               IF WS-LAST-RS-FOUND
                AND WS-LAST-RS-ABENDED
                AND WS-LAST-RS-DATE < WS-GUARD-DATE
                   SET WS-GUARD-BLOCKED TO TRUE
                   MOVE "PRIOR ABENDED RUN NEVER RESTARTED"
                       TO WS-GUARD-REASON
               END-IF
           END-IF
           IF WS-GUARD-BLOCKED
               IF WS-FORCE-OVERRIDE
                   DISPLAY "RGNCON01: RUN GUARD OVERRIDDEN BY "
                           "FORCE CARD - " WS-GUARD-REASON
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "CTL-FORCE" TO ERR-TARGET-FIELD
                   MOVE "RUN GUARD OVERRIDDEN BY FORCE CARD" TO
                            ERR-MESSAGE
                   MOVE "0148-JUDGE-GUARD-FINDINGS" TO
                            WS-ERR-SOURCE-PARA
                   PERFORM 0820-WRITE-ERROR-RECORD
               ELSE
                   DISPLAY "RGNCON01: RUN GUARD REFUSED START - "
                           WS-GUARD-REASON
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "RS-RUN-ID" TO ERR-TARGET-FIELD
                   MOVE WS-GUARD-REASON TO ERR-MESSAGE
                   MOVE "0148-JUDGE-GUARD-FINDINGS" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 24 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF.

       0176-REGION-REF-CONTROL.
           IF RGC-HEADER-REC
               SET WS-RGF-HDR-SEEN TO TRUE
           ELSE
               IF RGC-RECORD-COUNT NOT = WS-RGF-REC-COUNT
                   DISPLAY "RGNCON01: REGION-REF-FILE TRAILER "
                           "MISMATCH - EXPECTED " RGC-RECORD-COUNT
                           " READ " WS-RGF-REC-COUNT
                           " - REGION NAMES DISABLED"
                   MOVE "N" TO WS-RGF-AVAILABLE-SW
                   MOVE 0 TO WS-RGF-TBL-CNT
               ELSE
                   SET WS-RGF-TRL-SEEN TO TRUE
               END-IF
           END-IF.

      *    Loads the region reference file for the report's
      *    region names and district roll-up.  As in
      *    BUGSOL01 it is optional: without it the report
      *    prints bare region codes.
       0178-LOAD-REGION-REF.
           OPEN INPUT REGION-REF-FILE
           IF NOT WS-RGN-OK
               DISPLAY "RGNCON01: REGION-REF-FILE NOT AVAILABLE, "
                       "STATUS=" WS-RGN-FILE-STATUS
                       " - REGION NAMES DISABLED"
           ELSE
               SET WS-RGF-AVAILABLE TO TRUE
               MOVE LOW-VALUES TO WS-RGF-PREV-ID
               PERFORM UNTIL WS-RGN-EOF
                          OR NOT WS-RGF-AVAILABLE
                   READ REGION-REF-FILE
                       AT END
                           SET WS-RGN-EOF TO TRUE
                           IF WS-RGF-HDR-SEEN
                            AND NOT WS-RGF-TRL-SEEN
                               DISPLAY "RGNCON01: REGION-REF-FILE "
                                       "ENDED WITHOUT A TRAILER - "
                                       "REGION NAMES DISABLED"
                               MOVE "N" TO WS-RGF-AVAILABLE-SW
                               MOVE 0 TO WS-RGF-TBL-CNT
                           END-IF
                       NOT AT END
                           IF RGC-CONTROL-REC
                               PERFORM 0176-REGION-REF-CONTROL
                           ELSE
                               IF WS-RGF-TRL-SEEN
                                   DISPLAY "RGNCON01: REGION-REF-"
                                           "FILE DATA AFTER "
                                           "TRAILER - REGION "
                                           "NAMES DISABLED"
                                   MOVE "N" TO WS-RGF-AVAILABLE-SW
                                   MOVE 0 TO WS-RGF-TBL-CNT
                               ELSE
                                   ADD 1 TO WS-RGF-REC-COUNT
                                   PERFORM 0179-LOAD-ONE-REGION-REF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGION-REF-FILE
           END-IF.

       0179-LOAD-ONE-REGION-REF.
           IF RG-REGION-ID NOT > WS-RGF-PREV-ID
            OR WS-RGF-TBL-CNT = 50
               DISPLAY "RGNCON01: REGION-REF-FILE OUT OF SEQUENCE "
                       "OR OVER 50 ROWS - REGION NAMES DISABLED"
               MOVE "N" TO WS-RGF-AVAILABLE-SW
               MOVE 0 TO WS-RGF-TBL-CNT
           ELSE
               MOVE RG-REGION-ID TO WS-RGF-PREV-ID
               ADD 1 TO WS-RGF-TBL-CNT
               SET WS-RGF-IDX TO WS-RGF-TBL-CNT
               MOVE RG-REGION-ID TO WS-RGFT-REGION-ID(WS-RGF-IDX)
               MOVE RG-REGION-NAME TO
                        WS-RGFT-REGION-NAME(WS-RGF-IDX)
               MOVE RG-DISTRICT-ID TO
                        WS-RGFT-DISTRICT-ID(WS-RGF-IDX)
               MOVE RG-DISTRICT-NAME TO
                        WS-RGFT-DIST-NAME(WS-RGF-IDX)
               MOVE RG-STATUS-CODE TO WS-RGFT-STATUS(WS-RGF-IDX)
           END-IF.

      *    Loads the register items ADJREG01 wrote for the
      *    night the region steps' cards were built for, as
      *    BUGSOL01 does.  The file must be tonight's and pass
      *    its header/trailer controls; otherwise the items
      *    are not listed and the report carries the net
      *    adjustments alone.
       0187-LOAD-ADJ-ITEMS.
           MOVE WS-FC-EXPECT-DATE TO WS-ADI-BUS-DATE
           OPEN INPUT ADJUST-ITEM-FILE
           IF NOT WS-ADI-OK
               DISPLAY "RGNCON01: ADJUST-ITEM-FILE NOT AVAILABLE, "
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
                               DISPLAY "RGNCON01: ADJUST-ITEM-FILE "
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
                                   DISPLAY "RGNCON01: ADJUST-ITEM-FILE "
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
                   DISPLAY "RGNCON01: ADJUST-ITEM-FILE IS FOR "
                           AIC-BUSINESS-DATE " NOT " WS-ADI-BUS-DATE
                           " - REGISTER ITEMS NOT LISTED"
                   MOVE "N" TO WS-ADI-AVAILABLE-SW
                   MOVE 0 TO WS-ADI-TBL-CNT
               ELSE
                   SET WS-ADI-HDR-SEEN TO TRUE
               END-IF
           ELSE
               IF AIC-RECORD-COUNT NOT = WS-ADI-REC-COUNT
                   DISPLAY "RGNCON01: ADJUST-ITEM-FILE TRAILER "
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
               DISPLAY "RGNCON01: ADJUST-ITEM-FILE OVER 1000 ITEMS "
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

       0440-FIND-REGION-REF.
           MOVE "N" TO WS-RGF-FOUND-SW
           MOVE SPACES TO WS-RGF-FOUND-NAME
           MOVE "***" TO WS-RGF-FOUND-DIST-ID
           MOVE "UNASSIGNED" TO WS-RGF-FOUND-DIST-NAME
           MOVE SPACE TO WS-RGF-FOUND-STATUS
           IF WS-RGF-AVAILABLE AND WS-RGF-TBL-CNT > 0
               SET WS-RGF-IDX TO 1
               SEARCH ALL WS-RGF-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-RGFT-REGION-ID(WS-RGF-IDX) =
                           WS-RGF-LOOKUP-ID
                       SET WS-RGF-FOUND TO TRUE
                       MOVE WS-RGFT-REGION-NAME(WS-RGF-IDX) TO
                                WS-RGF-FOUND-NAME
                       MOVE WS-RGFT-DISTRICT-ID(WS-RGF-IDX) TO
                                WS-RGF-FOUND-DIST-ID
                       MOVE WS-RGFT-DIST-NAME(WS-RGF-IDX) TO
                                WS-RGF-FOUND-DIST-NAME
                       MOVE WS-RGFT-STATUS(WS-RGF-IDX) TO
                                WS-RGF-FOUND-STATUS
               END-SEARCH
           END-IF.

      *    Loads the branch master so GL rows can be tied to
      *    their region.  Missing, empty or out of control it
      *    is a hard abend, as in BUGSOL01: without it a
      *    missing region's GL rows could not be held and
      *    would all be reported as GL-only.
       0180-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BM-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN BRANCH-MASTER-FILE, "
                       "STATUS=" WS-BM-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "BRNCHMST" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO OPEN BRANCH-MASTER-FILE" TO
                        ERR-MESSAGE
               MOVE "0180-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           MOVE LOW-VALUES TO WS-MST-PREV-ID
           PERFORM UNTIL WS-BM-EOF OR WS-ABEND-REQUESTED
               READ BRANCH-MASTER-FILE
                   AT END
                       SET WS-BM-EOF TO TRUE
                   NOT AT END
                       IF BMC-CONTROL-REC
                           PERFORM 0185-MASTER-CONTROL-REC
                       ELSE
                           IF WS-MFC-TRL-SEEN
                               PERFORM 0218-DATA-AFTER-TRAILER
                           ELSE
                               ADD 1 TO WS-MFC-REC-COUNT
                               PERFORM 0190-LOAD-ONE-MASTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BM-OK OR WS-BM-EOF
               CLOSE BRANCH-MASTER-FILE
           END-IF
           IF NOT WS-ABEND-REQUESTED
            AND (NOT WS-MFC-HDR-SEEN OR NOT WS-MFC-TRL-SEEN)
               DISPLAY "RGNCON01: BRANCH MASTER FEED CONTROLS "
                       "MISSING - POSSIBLE TRUNCATED FILE"
               MOVE WS-MFC-REC-COUNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "FEED-CTL" TO ERR-TARGET-FIELD
               MOVE "MASTER FEED HEADER/TRAILER MISSING" TO
                        ERR-MESSAGE
               MOVE "0180-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF WS-MST-TBL-CNT = 0 AND NOT WS-ABEND-REQUESTED
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "MASTER-CNT" TO ERR-TARGET-FIELD
               MOVE "BRANCH MASTER FILE IS EMPTY" TO ERR-MESSAGE
               MOVE "0180-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0185-MASTER-CONTROL-REC.
           IF BMC-HEADER-REC
               IF WS-MFC-HDR-SEEN
                OR BMC-FEED-ID NOT = "BRNCHMST"
                OR BMC-BUSINESS-DATE > WS-FC-EXPECT-DATE
                   DISPLAY "RGNCON01: BRANCH MASTER FEED HEADER "
                           "INVALID"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "FEED-HDR" TO ERR-TARGET-FIELD
                   MOVE "MASTER FEED HEADER INVALID" TO ERR-MESSAGE
                   MOVE "0185-MASTER-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-MFC-HDR-SEEN TO TRUE
               END-IF
           ELSE
               IF WS-MFC-TRL-SEEN
                OR BMC-RECORD-COUNT NOT = WS-MFC-REC-COUNT
                   DISPLAY "RGNCON01: BRANCH MASTER FEED TRAILER "
                           "MISMATCH - EXPECTED " BMC-RECORD-COUNT
                           " READ " WS-MFC-REC-COUNT
                   MOVE BMC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-MFC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "MASTER FEED TRAILER MISMATCH" TO
                            ERR-MESSAGE
                   MOVE "0185-MASTER-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-MFC-TRL-SEEN TO TRUE
               END-IF
           END-IF.

       0190-LOAD-ONE-MASTER.
           IF BM-BRANCH-ID NOT > WS-MST-PREV-ID
               MOVE WS-MST-TBL-CNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "MASTER-SEQ" TO ERR-TARGET-FIELD
               MOVE "BRANCH MASTER OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0190-LOAD-ONE-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE BM-BRANCH-ID TO WS-MST-PREV-ID
               ADD 1 TO WS-MST-TBL-CNT
               IF WS-MST-TBL-CNT > 10000
                   MOVE WS-MST-TBL-CNT TO ERR-OPERAND-1
                   MOVE 10000 TO ERR-OPERAND-2
                   MOVE "MASTER-CNT" TO ERR-TARGET-FIELD
                   MOVE "MASTER TABLE OCCURS 10000 EXCEEDED"
                            TO ERR-MESSAGE
                   MOVE "0190-LOAD-ONE-MASTER" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
                   MOVE 10000 TO WS-MST-TBL-CNT
               ELSE
                   SET WS-MST-IDX TO WS-MST-TBL-CNT
                   MOVE BM-BRANCH-ID TO
                            WS-MST-BRANCH-ID(WS-MST-IDX)
                   MOVE BM-BRANCH-NAME TO
                            WS-MST-BRANCH-NAME(WS-MST-IDX)
                   MOVE BM-REGION-ID TO
                            WS-MST-REGION-ID(WS-MST-IDX)
                   MOVE BM-STATUS-CODE TO
                            WS-MST-STATUS-CODE(WS-MST-IDX)
               END-IF
           END-IF.

       0218-DATA-AFTER-TRAILER.
           MOVE ZERO TO ERR-OPERAND-1
           MOVE ZERO TO ERR-OPERAND-2
           MOVE "FEED-TRL" TO ERR-TARGET-FIELD
           MOVE "DATA RECORD AFTER FEED TRAILER" TO ERR-MESSAGE
           MOVE "0218-DATA-AFTER-TRAILER" TO WS-ERR-SOURCE-PARA
           MOVE 28 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           SET WS-ABEND-REQUESTED TO TRUE
           PERFORM 0830-CLASSIFY-ABEND.

      *    Reads every step's interim result.  Nothing here
      *    abends the run for a bad step: a segment that is
      *    stale, out of control, duplicated or for the wrong
      *    run id only keeps its own region out of the night,
      *    and each finding is logged.  No result file at all
      *    leaves every region missing, and 0500 then stops
      *    the run for want of anything to consolidate.
       0200-LOAD-REGION-RESULTS.
           OPEN INPUT REGION-RESULT-FILE
           IF NOT WS-RR-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN REGION-RESULT-FILE, "
                       "STATUS=" WS-RR-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "RGNRSLT" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO OPEN REGION-RESULT-FILE" TO
                        ERR-MESSAGE
               MOVE "0200-LOAD-REGION-RESULTS" TO WS-ERR-SOURCE-PARA
               MOVE 8 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               MOVE 0 TO WS-RC-WORK
           ELSE
               PERFORM UNTIL WS-RR-EOF OR WS-ABEND-REQUESTED
                   READ REGION-RESULT-FILE
                       AT END
                           SET WS-RR-EOF TO TRUE
                       NOT AT END
                           IF RRC-CONTROL-REC
                               IF RRC-HEADER-REC
                                   PERFORM 0210-OPEN-SEGMENT
                               ELSE
                                   PERFORM 0220-CLOSE-SEGMENT
                               END-IF
                           ELSE
                               IF RIS-SUMMARY-REC
                                   PERFORM 0230-TAKE-SUMMARY
                               ELSE
                                   PERFORM 0240-TAKE-RESULT-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SEG-OPEN
                   MOVE "RESULT SEGMENT HAS NO TRAILER" TO
                            WS-SEG-FAIL-TEXT
                   PERFORM 0215-FAIL-SEGMENT
               END-IF
               CLOSE REGION-RESULT-FILE
           END-IF.

      *    A header starts the next step's segment - and, if
      *    the previous segment never reached its trailer,
      *    fails that one first.  The header must name the
      *    feed; a date other than tonight's means the step's
      *    file was not replaced tonight.
       0210-OPEN-SEGMENT.
           IF WS-SEG-OPEN
               MOVE "RESULT SEGMENT HAS NO TRAILER" TO
                        WS-SEG-FAIL-TEXT
               PERFORM 0215-FAIL-SEGMENT
           END-IF
           ADD 1 TO WS-SEG-NUMBER
           SET WS-SEG-OPEN TO TRUE
           MOVE 0 TO WS-SEG-CTL-ROW
           MOVE 0 TO WS-SEG-REC-COUNT
           MOVE 0 TO WS-SEG-HASH-COUNT
           MOVE 0 TO WS-SEG-HASH-AMT
           IF RRC-FEED-ID NOT = "RGNRSLT"
               SET WS-SEG-BAD-HEADER TO TRUE
               DISPLAY "RGNCON01: RESULT SEGMENT " WS-SEG-NUMBER
                       " HEADER INVALID"
               MOVE WS-SEG-NUMBER TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "FEED-HDR" TO ERR-TARGET-FIELD
               MOVE "RESULT SEGMENT HEADER INVALID" TO ERR-MESSAGE
               MOVE "0210-OPEN-SEGMENT" TO WS-ERR-SOURCE-PARA
               MOVE 8 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               MOVE 0 TO WS-RC-WORK
           ELSE
               IF RRC-BUSINESS-DATE NOT = WS-FC-EXPECT-DATE
                   SET WS-SEG-STALE TO TRUE
                   DISPLAY "RGNCON01: RESULT SEGMENT " WS-SEG-NUMBER
                           " IS DATED " RRC-BUSINESS-DATE
                           " - NOT TONIGHT'S"
                   MOVE WS-SEG-NUMBER TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "FEED-HDR" TO ERR-TARGET-FIELD
                   MOVE "RESULT SEGMENT NOT FOR TONIGHT" TO
                            ERR-MESSAGE
                   MOVE "0210-OPEN-SEGMENT" TO WS-ERR-SOURCE-PARA
                   MOVE 8 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   MOVE 0 TO WS-RC-WORK
               ELSE
                   SET WS-SEG-CURRENT TO TRUE
               END-IF
           END-IF.

      *    The caller has set WS-SEG-FAIL-TEXT.  The region the
      *    segment was posting for loses its result; any rows
      *    already taken stay in the table but are never used,
      *    since only posted regions' rows are.
       0215-FAIL-SEGMENT.
           DISPLAY "RGNCON01: RESULT SEGMENT " WS-SEG-NUMBER
                   " FAILED - " WS-SEG-FAIL-TEXT
           MOVE WS-SEG-NUMBER TO ERR-OPERAND-1
           MOVE WS-SEG-REC-COUNT TO ERR-OPERAND-2
           MOVE "RGNRSLT" TO ERR-TARGET-FIELD
           MOVE WS-SEG-FAIL-TEXT TO ERR-MESSAGE
           MOVE "0215-FAIL-SEGMENT" TO WS-ERR-SOURCE-PARA
           MOVE 8 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           MOVE 0 TO WS-RC-WORK
           IF WS-SEG-CTL-ROW > 0
               MOVE "X" TO WS-CTLT-RESULT-SW(WS-SEG-CTL-ROW)
               MOVE "RESULT FILE CONTROLS FAILED" TO
                        WS-CTLT-REASON(WS-SEG-CTL-ROW)
           END-IF
           MOVE "N" TO WS-SEG-OPEN-SW
           MOVE 0 TO WS-SEG-CTL-ROW.

       0220-CLOSE-SEGMENT.
           IF NOT WS-SEG-OPEN
               PERFORM 0245-RECORD-OUTSIDE-SEGMENT
           ELSE
               IF RRC-RECORD-COUNT NOT = WS-SEG-REC-COUNT
                OR RRC-HASH-COUNT NOT = WS-SEG-HASH-COUNT
                OR RRC-HASH-AMT NOT = WS-SEG-HASH-AMT
                   MOVE "RESULT SEGMENT TRAILER MISMATCH" TO
                            WS-SEG-FAIL-TEXT
                   PERFORM 0215-FAIL-SEGMENT
               ELSE
                   MOVE "N" TO WS-SEG-OPEN-SW
                   MOVE 0 TO WS-SEG-CTL-ROW
               END-IF
           END-IF.

      *    Matches a step's summary to its region card and
      *    records what it says.  A stale or badly headed
      *    segment only speaks for a region nothing current
      *    has spoken for; a current one is taken once, and
      *    a second current result for the same region makes
      *    the region's night ambiguous, so neither is used.
       0230-TAKE-SUMMARY.
           IF NOT WS-SEG-OPEN
               PERFORM 0245-RECORD-OUTSIDE-SEGMENT
           ELSE
               ADD 1 TO WS-SEG-REC-COUNT
               MOVE RIS-REGION-ID TO WS-REGION-WORK
               PERFORM 0130-FIND-REGION-CARD
               IF NOT WS-CTL-FOUND
                   DISPLAY "RGNCON01: RESULT FOR REGION "
                           RIS-REGION-ID " RUN " RIS-RUN-ID
                           " IS NOT ON THE CONTROL CARDS - IGNORED"
                   MOVE WS-SEG-NUMBER TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "RIS-REGION" TO ERR-TARGET-FIELD
                   MOVE "RESULT REGION NOT ON CONTROL CARDS" TO
                            ERR-MESSAGE
                   MOVE "0230-TAKE-SUMMARY" TO WS-ERR-SOURCE-PARA
                   PERFORM 0820-WRITE-ERROR-RECORD
               ELSE
                   SET WS-CTL-ROW TO WS-CTL-IDX
                   IF NOT WS-SEG-CURRENT
                       IF WS-CTLT-NO-RESULT(WS-CTL-ROW)
                           IF WS-SEG-STALE
                               MOVE "S" TO
                                        WS-CTLT-RESULT-SW(WS-CTL-ROW)
                               MOVE "RESULT IS NOT FOR TONIGHT" TO
                                        WS-CTLT-REASON(WS-CTL-ROW)
                           ELSE
                               MOVE "X" TO
                                        WS-CTLT-RESULT-SW(WS-CTL-ROW)
                               MOVE "RESULT FILE CONTROLS FAILED" TO
                                        WS-CTLT-REASON(WS-CTL-ROW)
                           END-IF
                       END-IF
                   ELSE
                       IF WS-CTLT-SEGMENT(WS-CTL-ROW) > 0
                           PERFORM 0233-DUPLICATE-RESULT
                       ELSE
                           PERFORM 0235-JUDGE-SUMMARY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0233-DUPLICATE-RESULT.
           DISPLAY "RGNCON01: REGION " RIS-REGION-ID
                   " HAS MORE THAN ONE RESULT TONIGHT"
           MOVE WS-CTLT-SEGMENT(WS-CTL-ROW) TO ERR-OPERAND-1
           MOVE WS-SEG-NUMBER TO ERR-OPERAND-2
           MOVE "RIS-REGION" TO ERR-TARGET-FIELD
           MOVE "DUPLICATE RESULT FOR REGION" TO ERR-MESSAGE
           MOVE "0233-DUPLICATE-RESULT" TO WS-ERR-SOURCE-PARA
           MOVE RIS-REGION-ID TO WS-ERR-REGION-ID
           MOVE 8 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           MOVE 0 TO WS-RC-WORK
           MOVE "ALL" TO WS-ERR-REGION-ID
           MOVE "D" TO WS-CTLT-RESULT-SW(WS-CTL-ROW)
           MOVE "DUPLICATE RESULTS FOR REGION" TO
                    WS-CTLT-REASON(WS-CTL-ROW).

      *    Tonight's first result for the region: it must be
      *    from the step run id the card names, and only a
      *    step that posted brings figures and rows with it.
       0235-JUDGE-SUMMARY.
           MOVE WS-SEG-NUMBER TO WS-CTLT-SEGMENT(WS-CTL-ROW)
           IF RIS-RUN-ID NOT = WS-CTLT-RUN-ID(WS-CTL-ROW)
               DISPLAY "RGNCON01: REGION " RIS-REGION-ID
                       " RESULT IS FOR RUN " RIS-RUN-ID
                       " - CARD NAMES " WS-CTLT-RUN-ID(WS-CTL-ROW)
               MOVE "U" TO WS-CTLT-RESULT-SW(WS-CTL-ROW)
               MOVE "RUN ID DIFFERS FROM CARD" TO
                        WS-CTLT-REASON(WS-CTL-ROW)
           ELSE
               IF RIS-STEP-ABENDED
                   MOVE "A" TO WS-CTLT-RESULT-SW(WS-CTL-ROW)
                   MOVE RIS-RETURN-CODE TO WS-CTLT-STEP-RC(WS-CTL-ROW)
                   MOVE SPACES TO WS-CTLT-REASON(WS-CTL-ROW)
                   STRING "REGION STEP ABENDED RC "
                              DELIMITED BY SIZE
                          RIS-RETURN-CODE DELIMITED BY SIZE
                          INTO WS-CTLT-REASON(WS-CTL-ROW)
               ELSE
                   IF RIS-STEP-POSTED
                       MOVE "P" TO WS-CTLT-RESULT-SW(WS-CTL-ROW)
                       MOVE SPACES TO WS-CTLT-REASON(WS-CTL-ROW)
                       MOVE RIS-RETURN-CODE TO
                                WS-CTLT-STEP-RC(WS-CTL-ROW)
                       MOVE RIS-RECORDS-READ TO
                                WS-CTLT-RECORDS-READ(WS-CTL-ROW)
                       MOVE RIS-BRANCH-COUNT TO
                                WS-CTLT-BRANCH-COUNT(WS-CTL-ROW)
                       MOVE RIS-REJECT-COUNT TO
                                WS-CTLT-REJECT-COUNT(WS-CTL-ROW)
                       MOVE RIS-TRAN-COUNT TO
                                WS-CTLT-TRAN-COUNT(WS-CTL-ROW)
                       MOVE RIS-TRAN-AMT TO
                                WS-CTLT-TRAN-AMT(WS-CTL-ROW)
                       MOVE RIS-ADJ-CNT TO
                                WS-CTLT-ADJ-CNT(WS-CTL-ROW)
                       MOVE RIS-ADJ-AMT TO
                                WS-CTLT-ADJ-AMT(WS-CTL-ROW)
                       MOVE RIS-ADJD-COUNT TO
                                WS-CTLT-ADJD-COUNT(WS-CTL-ROW)
                       MOVE RIS-ADJD-AMT TO
                                WS-CTLT-ADJD-AMT(WS-CTL-ROW)
                       MOVE WS-CTL-ROW TO WS-SEG-CTL-ROW
                   ELSE
                       MOVE "X" TO WS-CTLT-RESULT-SW(WS-CTL-ROW)
                       MOVE "RESULT FILE CONTROLS FAILED" TO
                                WS-CTLT-REASON(WS-CTL-ROW)
                   END-IF
               END-IF
           END-IF.

      *    Every row counts toward its segment's trailer; it
      *    is only taken when the segment's summary posted
      *    its own region.
       0240-TAKE-RESULT-ROW.
           IF NOT WS-SEG-OPEN
               PERFORM 0245-RECORD-OUTSIDE-SEGMENT
           ELSE
               ADD 1 TO WS-SEG-REC-COUNT
               ADD RI-TRAN-COUNT TO WS-SEG-HASH-COUNT
               ADD RI-TRAN-AMT TO WS-SEG-HASH-AMT
               IF WS-SEG-CTL-ROW > 0
                AND RI-REGION-ID = WS-CTLT-REGION-ID(WS-SEG-CTL-ROW)
                   PERFORM 0250-ADD-CONSOL-ROW
               ELSE
                   ADD 1 TO WS-RSLT-ROWS-SKIPPED
               END-IF
           END-IF.

       0245-RECORD-OUTSIDE-SEGMENT.
           ADD 1 TO WS-RSLT-ROWS-SKIPPED
           DISPLAY "RGNCON01: RESULT RECORD OUTSIDE A SEGMENT "
                   "- IGNORED"
           MOVE WS-SEG-NUMBER TO ERR-OPERAND-1
           MOVE ZERO TO ERR-OPERAND-2
           MOVE "RGNRSLT" TO ERR-TARGET-FIELD
           MOVE "RESULT RECORD OUTSIDE A SEGMENT" TO ERR-MESSAGE
           MOVE "0245-RECORD-OUTSIDE-SEGMENT" TO WS-ERR-SOURCE-PARA
           PERFORM 0820-WRITE-ERROR-RECORD.

       0250-ADD-CONSOL-ROW.
           IF WS-CBR-TBL-CNT = 10000
               MOVE WS-CBR-TBL-CNT TO ERR-OPERAND-1
               MOVE 10000 TO ERR-OPERAND-2
               MOVE "CBR-CNT" TO ERR-TARGET-FIELD
               MOVE "CONSOL TABLE OCCURS 10000 EXCEEDED" TO
                        ERR-MESSAGE
               MOVE "0250-ADD-CONSOL-ROW" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-CBR-TBL-CNT
               SET WS-CBR-IDX TO WS-CBR-TBL-CNT
               MOVE RI-BRANCH-ID TO WS-CBRT-BRANCH-ID(WS-CBR-IDX)
               MOVE RI-REGION-ID TO WS-CBRT-REGION-ID(WS-CBR-IDX)
               MOVE WS-SEG-CTL-ROW TO WS-CBRT-CTL-ROW(WS-CBR-IDX)
               MOVE RI-TRAN-COUNT TO WS-CBRT-TRAN-COUNT(WS-CBR-IDX)
               MOVE RI-TRAN-AMT TO WS-CBRT-TRAN-AMT(WS-CBR-IDX)
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                         UNTIL WS-TYPE-SUB > 3
                   MOVE RI-TYPE-DR-AMT(WS-TYPE-SUB) TO
                            WS-CBRT-TYPE-DR-AMT(WS-CBR-IDX WS-TYPE-SUB)
                   MOVE RI-TYPE-CR-AMT(WS-TYPE-SUB) TO
                            WS-CBRT-TYPE-CR-AMT(WS-CBR-IDX WS-TYPE-SUB)
               END-PERFORM
           END-IF.

      *    Folds every posted region into the corporate
      *    totals and names every region that did not post.
      *    The night's three figures are audited once under
      *    the corporate run id, as BUGSOL01 audits its final
      *    step; the per-branch trail is on the steps' own
      *    audit records.  Nothing posted at all is a feed
      *    failure, not a partial night.
       0500-CONSOLIDATE-REGIONS.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                     UNTIL WS-CTL-IDX > WS-CTL-TBL-CNT
                        OR WS-ABEND-REQUESTED
               IF WS-CTLT-POSTED(WS-CTL-IDX)
                   PERFORM 0510-FOLD-ONE-REGION
               ELSE
                   PERFORM 0520-NOTE-MISSING-REGION
               END-IF
           END-PERFORM
           IF WS-RGN-POSTED-CNT = 0 AND NOT WS-ABEND-REQUESTED
               DISPLAY "RGNCON01: NO REGION POSTED - NOTHING TO "
                       "CONSOLIDATE"
               MOVE WS-CTL-TBL-CNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "RGNRSLT" TO ERR-TARGET-FIELD
               MOVE "NO REGION RESULTS TO CONSOLIDATE" TO
                        ERR-MESSAGE
               MOVE "0500-CONSOLIDATE-REGIONS" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF NOT WS-ABEND-REQUESTED
               MOVE SPACES TO WS-AUD-BRANCH-ID
               MOVE WS-VAR-3-RAW TO WS-AUD-OPERAND-1
               MOVE WS-VAR-4 TO WS-AUD-OPERAND-2
               MOVE WS-VAR-3 TO WS-AUD-RESULT
               MOVE WS-AMT-3-RAW TO WS-AUD-AMT-OPERAND-1
               MOVE WS-AMT-4 TO WS-AUD-AMT-OPERAND-2
               MOVE WS-AMT-3 TO WS-AUD-AMT-RESULT
               PERFORM 0530-WRITE-AUDIT-RECORD
           END-IF.

       0510-FOLD-ONE-REGION.
           ADD 1 TO WS-RGN-POSTED-CNT
           ADD WS-CTLT-RECORDS-READ(WS-CTL-IDX) TO WS-BC-RECORDS-READ
           ADD WS-CTLT-BRANCH-COUNT(WS-CTL-IDX) TO WS-BRANCHES-POSTED
           ADD WS-CTLT-REJECT-COUNT(WS-CTL-IDX) TO WS-REJECT-COUNT
           ADD WS-CTLT-TRAN-COUNT(WS-CTL-IDX) TO WS-VAR-3-RAW
               ON SIZE ERROR
                   PERFORM 0590-TOTAL-OVERFLOW
           END-ADD
           ADD WS-CTLT-TRAN-AMT(WS-CTL-IDX) TO WS-AMT-3-RAW
               ON SIZE ERROR
                   PERFORM 0590-TOTAL-OVERFLOW
           END-ADD
           ADD WS-CTLT-ADJ-CNT(WS-CTL-IDX) TO WS-VAR-4
               ON SIZE ERROR
                   PERFORM 0590-TOTAL-OVERFLOW
           END-ADD
           ADD WS-CTLT-ADJ-AMT(WS-CTL-IDX) TO WS-AMT-4
               ON SIZE ERROR
                   PERFORM 0590-TOTAL-OVERFLOW
           END-ADD
           ADD WS-CTLT-ADJD-COUNT(WS-CTL-IDX) TO WS-VAR-3
               ON SIZE ERROR
                   PERFORM 0590-TOTAL-OVERFLOW
           END-ADD
           ADD WS-CTLT-ADJD-AMT(WS-CTL-IDX) TO WS-AMT-3
               ON SIZE ERROR
                   PERFORM 0590-TOTAL-OVERFLOW
           END-ADD.

      *    Logged, not abended: a missing region is the
      *    partial night this program exists to post.
       0520-NOTE-MISSING-REGION.
           ADD 1 TO WS-RGN-MISSING-CNT
           DISPLAY "RGNCON01: REGION " WS-CTLT-REGION-ID(WS-CTL-IDX)
                   " RUN " WS-CTLT-RUN-ID(WS-CTL-IDX)
                   " NOT POSTED - " WS-CTLT-REASON(WS-CTL-IDX)
           MOVE WS-CTLT-STEP-RC(WS-CTL-IDX) TO ERR-OPERAND-1
           MOVE WS-CTLT-SEGMENT(WS-CTL-IDX) TO ERR-OPERAND-2
           MOVE SPACES TO ERR-TARGET-FIELD
           STRING "REGION " DELIMITED BY SIZE
                  WS-CTLT-REGION-ID(WS-CTL-IDX) DELIMITED BY SIZE
                  INTO ERR-TARGET-FIELD
           MOVE WS-CTLT-REASON(WS-CTL-IDX) TO ERR-MESSAGE
           MOVE "0520-NOTE-MISSING-REGION" TO WS-ERR-SOURCE-PARA
           MOVE WS-CTLT-REGION-ID(WS-CTL-IDX) TO WS-ERR-REGION-ID
           MOVE 8 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           MOVE 0 TO WS-RC-WORK
           MOVE "ALL" TO WS-ERR-REGION-ID.

       0530-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-AUD-RUN-ID TO AUD-RUN-ID
           MOVE WS-AUD-BRANCH-ID TO AUD-BRANCH-ID
           MOVE WS-AUD-OPERAND-1 TO AUD-OPERAND-1
           MOVE WS-AUD-OPERAND-2 TO AUD-OPERAND-2
           MOVE WS-AUD-RESULT TO AUD-RESULT
           MOVE WS-AUD-AMT-OPERAND-1 TO AUD-AMT-OPERAND-1
           MOVE WS-AUD-AMT-OPERAND-2 TO AUD-AMT-OPERAND-2
           MOVE WS-AUD-AMT-RESULT TO AUD-AMT-RESULT
           WRITE AUDIT-REC
           IF NOT WS-AUD-OK
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AUDIT-REC" TO ERR-TARGET-FIELD
               MOVE "AUDIT RECORD WRITE FAILED" TO ERR-MESSAGE
               MOVE "0530-WRITE-AUDIT-RECORD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0590-TOTAL-OVERFLOW.
           MOVE WS-CTLT-TRAN-COUNT(WS-CTL-IDX) TO ERR-OPERAND-1
           MOVE WS-VAR-3-RAW TO ERR-OPERAND-2
           MOVE "CON-TOTAL" TO ERR-TARGET-FIELD
           MOVE "CONSOLIDATED TOTAL OVERFLOWED" TO ERR-MESSAGE
           MOVE "0510-FOLD-ONE-REGION" TO WS-ERR-SOURCE-PARA
           MOVE 12 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           SET WS-ABEND-REQUESTED TO TRUE
           PERFORM 0830-CLASSIFY-ABEND.

      *    Cross-foots the consolidated totals against the GL
      *    extract, as BUGSOL01's 0600 does for a whole
      *    nightly.  GL rows of a region that did not post are
      *    held out of the GL control totals first, so a
      *    missing region shows as missing on the Control
      *    Total Report rather than as a GL variance.
       0600-RECONCILE-GL.
           OPEN INPUT GL-EXTRACT-FILE
           IF NOT WS-GL-OK
               DISPLAY "RGNCON01: UNABLE TO OPEN GL-EXTRACT-FILE, "
                       "STATUS=" WS-GL-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "GL-EXTRCT" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO OPEN GL-EXTRACT-FILE" TO ERR-MESSAGE
               MOVE "0600-RECONCILE-GL" TO WS-ERR-SOURCE-PARA
               PERFORM 0820-WRITE-ERROR-RECORD
           ELSE
               PERFORM 0610-LOAD-GL-TABLE
               CLOSE GL-EXTRACT-FILE
               IF WS-GL-TBL-CNT = 0
                   DISPLAY "RGNCON01: GL-EXTRACT-FILE IS EMPTY, "
                           "SKIPPING GL RECONCILIATION"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "GL-EXTRCT" TO ERR-TARGET-FIELD
                   MOVE "GL EXTRACT EMPTY - RECON SKIPPED" TO
                            ERR-MESSAGE
                   MOVE "0600-RECONCILE-GL" TO WS-ERR-SOURCE-PARA
                   PERFORM 0820-WRITE-ERROR-RECORD
               ELSE
                   SET WS-GL-DATA-PRESENT TO TRUE
                   COMPUTE WS-GL-VARIANCE-AMT =
                           WS-VAR-3 - WS-GL-CONTROL-TOTAL
                   COMPUTE WS-GL-VARIANCE-DOLLARS =
                           WS-AMT-3 - WS-GL-CONTROL-AMT
                   IF FUNCTION ABS(WS-GL-VARIANCE-AMT)
                           > WS-TOLERANCE-AMT
                       SET WS-GL-VARIANCE-EXCEEDED TO TRUE
                       DISPLAY "RGNCON01: GL VARIANCE "
                               WS-GL-VARIANCE-AMT
                               " EXCEEDS TOLERANCE "
                               WS-TOLERANCE-AMT
                   END-IF
                   IF FUNCTION ABS(WS-GL-VARIANCE-DOLLARS)
                           > WS-TOLERANCE-DOLLARS
                       SET WS-GL-VARIANCE-EXCEEDED TO TRUE
                       DISPLAY "RGNCON01: GL DOLLAR VARIANCE "
                               WS-GL-VARIANCE-DOLLARS
                               " EXCEEDS TOLERANCE "
                               WS-TOLERANCE-DOLLARS
                   END-IF
               END-IF
           END-IF
           PERFORM 0620-PRINT-GL-VARIANCE-RPT.

       0610-LOAD-GL-TABLE.
           MOVE 0 TO WS-GL-TBL-CNT
           MOVE 0 TO WS-GL-CONTROL-TOTAL
           MOVE 0 TO WS-GL-CONTROL-AMT
           MOVE LOW-VALUES TO WS-GL-PREV-ID
           PERFORM UNTIL WS-GL-EOF OR WS-ABEND-REQUESTED
               READ GL-EXTRACT-FILE
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       IF GLC-CONTROL-REC
                           PERFORM 0612-GL-CONTROL-REC
                       ELSE
                           IF WS-GFC-TRL-SEEN
                               PERFORM 0218-DATA-AFTER-TRAILER
                           ELSE
                               ADD 1 TO WS-GFC-REC-COUNT
                               ADD GL-TRAN-COUNT TO
                                       WS-GFC-HASH-COUNT
                               ADD GL-TRAN-AMT TO WS-GFC-HASH-AMT
                               PERFORM 0615-LOAD-ONE-GL-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-ABEND-REQUESTED
            AND (NOT WS-GFC-HDR-SEEN OR NOT WS-GFC-TRL-SEEN)
               DISPLAY "RGNCON01: GL EXTRACT FEED CONTROLS "
                       "MISSING - POSSIBLE TRUNCATED FILE"
               MOVE WS-GFC-REC-COUNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "FEED-CTL" TO ERR-TARGET-FIELD
               MOVE "GL FEED HEADER/TRAILER MISSING" TO ERR-MESSAGE
               MOVE "0610-LOAD-GL-TABLE" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0612-GL-CONTROL-REC.
           IF GLC-HEADER-REC
               IF WS-GFC-HDR-SEEN
                OR GLC-FEED-ID NOT = "GLEXTRCT"
                OR GLC-BUSINESS-DATE NOT = WS-FC-EXPECT-DATE
                   DISPLAY "RGNCON01: GL EXTRACT FEED HEADER "
                           "INVALID"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "FEED-HDR" TO ERR-TARGET-FIELD
                   MOVE "GL FEED HEADER INVALID" TO ERR-MESSAGE
                   MOVE "0612-GL-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-GFC-HDR-SEEN TO TRUE
               END-IF
           ELSE
               IF WS-GFC-TRL-SEEN
                OR GLC-RECORD-COUNT NOT = WS-GFC-REC-COUNT
                OR GLC-HASH-COUNT NOT = WS-GFC-HASH-COUNT
                OR GLC-HASH-AMT NOT = WS-GFC-HASH-AMT
                   DISPLAY "RGNCON01: GL EXTRACT FEED TRAILER "
                           "MISMATCH - EXPECTED " GLC-RECORD-COUNT
                           " READ " WS-GFC-REC-COUNT
                   MOVE GLC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-GFC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "GL FEED TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0612-GL-CONTROL-REC" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-GFC-TRL-SEEN TO TRUE
               END-IF
           END-IF.

      *    Folds one GL row into WS-GL-TABLE.  A held row is
      *    kept in the table - so no system row can claim it
      *    as GL-only - but stays out of the control totals.
       0615-LOAD-ONE-GL-RECORD.
           IF GL-BRANCH-ID NOT > WS-GL-PREV-ID
               MOVE WS-GL-TBL-CNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "GL-SEQ" TO ERR-TARGET-FIELD
               MOVE "GL EXTRACT OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0615-LOAD-ONE-GL-RECORD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE GL-BRANCH-ID TO WS-GL-PREV-ID
               ADD 1 TO WS-GL-TBL-CNT
               IF WS-GL-TBL-CNT > 10000
                   MOVE WS-GL-TBL-CNT TO ERR-OPERAND-1
                   MOVE 10000 TO ERR-OPERAND-2
                   MOVE "GL-TBL-CNT" TO ERR-TARGET-FIELD
                   MOVE "GL TABLE OCCURS 10000 EXCEEDED" TO
                            ERR-MESSAGE
                   MOVE "0615-LOAD-ONE-GL-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
                   MOVE 10000 TO WS-GL-TBL-CNT
               ELSE
                   SET WS-GL-IDX TO WS-GL-TBL-CNT
                   MOVE GL-BRANCH-ID TO
                            WS-GLT-BRANCH-ID(WS-GL-IDX)
                   MOVE GL-TRAN-COUNT TO
                            WS-GLT-TRAN-COUNT(WS-GL-IDX)
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
                   PERFORM 0617-CHECK-GL-HELD
                   IF WS-GLT-HELD(WS-GL-IDX)
                       ADD 1 TO WS-GL-HELD-ROWS
                       ADD GL-TRAN-COUNT TO WS-GL-HELD-COUNT
                       ADD GL-TRAN-AMT TO WS-GL-HELD-AMT
                   ELSE
                       PERFORM 0618-ADD-GL-CONTROL
                   END-IF
               END-IF
           END-IF.

      *    A GL row is held when its branch's master region
      *    is carded tonight but that region did not post.
      *    A branch of a region nobody carded is not held -
      *    nothing is expected for it, so it is GL-only.
       0617-CHECK-GL-HELD.
           MOVE "N" TO WS-GLT-HELD-SW(WS-GL-IDX)
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           SET WS-MST-IDX TO 1
           SEARCH ALL WS-MASTER-TABLE
               AT END
                   CONTINUE
               WHEN WS-MST-BRANCH-ID(WS-MST-IDX) = GL-BRANCH-ID
                   SET WS-MASTER-FOUND TO TRUE
           END-SEARCH
           IF WS-MASTER-FOUND
               MOVE WS-MST-REGION-ID(WS-MST-IDX) TO WS-REGION-WORK
               PERFORM 0130-FIND-REGION-CARD
               IF WS-CTL-FOUND
                   IF NOT WS-CTLT-POSTED(WS-CTL-IDX)
                       MOVE "Y" TO WS-GLT-HELD-SW(WS-GL-IDX)
                   END-IF
               END-IF
           END-IF.

       0618-ADD-GL-CONTROL.
           ADD GL-TRAN-COUNT TO WS-GL-CONTROL-TOTAL
               ON SIZE ERROR
                   MOVE GL-TRAN-COUNT TO ERR-OPERAND-1
                   MOVE WS-GL-CONTROL-TOTAL TO ERR-OPERAND-2
                   MOVE "GL-CTL-TOT" TO ERR-TARGET-FIELD
                   MOVE "GL CONTROL TOTAL OVERFLOWED" TO ERR-MESSAGE
                   MOVE "0615-LOAD-ONE-GL-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           ADD GL-TRAN-AMT TO WS-GL-CONTROL-AMT
               ON SIZE ERROR
                   MOVE GL-TRAN-COUNT TO ERR-OPERAND-1
                   MOVE WS-GL-CONTROL-TOTAL TO ERR-OPERAND-2
                   MOVE "GL-CTL-AMT" TO ERR-TARGET-FIELD
                   MOVE "GL CONTROL AMT OVERFLOWED" TO ERR-MESSAGE
                   MOVE "0615-LOAD-ONE-GL-RECORD" TO
                            WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD.

      *    Prints the GL Variance Detail Report for the
      *    consolidated night: every posted branch outside
      *    tolerance, every GL row no posted branch claimed
      *    (held rows aside), and how many rows were held.
       0620-PRINT-GL-VARIANCE-RPT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-GVR-HDG-DATE
           MOVE WS-GVR-HEADING-LINE TO GL-VARIANCE-REPORT-LINE
           WRITE GL-VARIANCE-REPORT-LINE
           MOVE SPACES TO GL-VARIANCE-REPORT-LINE
           WRITE GL-VARIANCE-REPORT-LINE
           IF NOT WS-GL-DATA-PRESENT
               MOVE "GL RECONCILIATION NOT PERFORMED - NO GL DATA"
                       TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
           ELSE
               MOVE WS-GVR-COLUMN-LINE TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
               PERFORM VARYING WS-CBR-IDX FROM 1 BY 1
                         UNTIL WS-CBR-IDX > WS-CBR-TBL-CNT
                   IF WS-CTLT-POSTED(WS-CBRT-CTL-ROW(WS-CBR-IDX))
                       PERFORM 0630-RECONCILE-ONE-BRANCH
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                         UNTIL WS-GL-IDX > WS-GL-TBL-CNT
                   IF NOT WS-GLT-MATCHED(WS-GL-IDX)
                    AND NOT WS-GLT-HELD(WS-GL-IDX)
                       PERFORM 0640-PRINT-GL-ONLY-BRANCH
                   END-IF
               END-PERFORM
               MOVE SPACES TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
               IF WS-GLV-EXCEPTION-CNT = 0
                   MOVE WS-GVR-NONE-LINE TO GL-VARIANCE-REPORT-LINE
                   WRITE GL-VARIANCE-REPORT-LINE
               ELSE
                   MOVE WS-GLV-EXCEPTION-CNT TO WS-GVR-TOTAL-COUNT
                   MOVE WS-GVR-TOTAL-LINE TO GL-VARIANCE-REPORT-LINE
                   WRITE GL-VARIANCE-REPORT-LINE
               END-IF
               MOVE WS-ADJ-ENTRY-CNT TO WS-GVR-ADJ-COUNT
               MOVE WS-GVR-ADJ-LINE TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
               IF WS-GL-HELD-ROWS > 0
                   MOVE WS-GL-HELD-ROWS TO WS-GVR-HELD-COUNT
                   MOVE WS-GVR-HELD-LINE TO GL-VARIANCE-REPORT-LINE
                   WRITE GL-VARIANCE-REPORT-LINE
               END-IF
           END-IF.

       0630-RECONCILE-ONE-BRANCH.
           MOVE "N" TO WS-GL-FOUND-SWITCH
           SET WS-GL-IDX TO 1
           SEARCH ALL WS-GL-TABLE
               AT END
                   CONTINUE
               WHEN WS-GLT-BRANCH-ID(WS-GL-IDX) =
                       WS-CBRT-BRANCH-ID(WS-CBR-IDX)
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
                       WS-CBRT-TRAN-COUNT(WS-CBR-IDX) -
                       WS-GLT-TRAN-COUNT(WS-GL-IDX)
               COMPUTE WS-GLV-AMT-VARIANCE =
                       WS-CBRT-TRAN-AMT(WS-CBR-IDX) -
                       WS-GLT-TRAN-AMT(WS-GL-IDX)
               IF FUNCTION ABS(WS-GLV-CNT-VARIANCE)
                       > WS-TOLERANCE-AMT
                  OR FUNCTION ABS(WS-GLV-AMT-VARIANCE)
                       > WS-TOLERANCE-DOLLARS
                  OR WS-GLV-TYPES-OUT > 0
                   ADD 1 TO WS-GLV-EXCEPTION-CNT
                   MOVE WS-CBRT-BRANCH-ID(WS-CBR-IDX) TO
                            WS-GVR-BRANCH-ID
                   MOVE WS-CBRT-TRAN-COUNT(WS-CBR-IDX) TO
                            WS-GVR-SYS-COUNT
                   MOVE WS-GLT-TRAN-COUNT(WS-GL-IDX) TO
                            WS-GVR-GL-COUNT
                   MOVE WS-GLV-CNT-VARIANCE TO WS-GVR-CNT-VAR
                   MOVE WS-CBRT-TRAN-AMT(WS-CBR-IDX) TO
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
                   MOVE WS-CBRT-BRANCH-ID(WS-CBR-IDX) TO AJ-BRANCH-ID
                   MOVE WS-CBRT-TRAN-COUNT(WS-CBR-IDX) TO
                            AJ-SYS-COUNT
                   MOVE WS-GLT-TRAN-COUNT(WS-GL-IDX) TO AJ-GL-COUNT
                   MOVE WS-CBRT-TRAN-AMT(WS-CBR-IDX) TO AJ-SYS-AMT
                   MOVE WS-GLT-TRAN-AMT(WS-GL-IDX) TO AJ-GL-AMT
                   SET AJ-FROM-VARIANCE TO TRUE
                   PERFORM 0650-WRITE-ADJUST-ENTRY
               END-IF
           ELSE
               ADD 1 TO WS-GLV-EXCEPTION-CNT
               MOVE WS-CBRT-BRANCH-ID(WS-CBR-IDX) TO WS-GVR-BRANCH-ID
               MOVE WS-CBRT-TRAN-COUNT(WS-CBR-IDX) TO WS-GVR-SYS-COUNT
               MOVE ZERO TO WS-GVR-GL-COUNT
               MOVE WS-CBRT-TRAN-COUNT(WS-CBR-IDX) TO WS-GVR-CNT-VAR
               MOVE WS-CBRT-TRAN-AMT(WS-CBR-IDX) TO WS-GVR-SYS-AMT
               MOVE ZERO TO WS-GVR-GL-AMT
               MOVE WS-CBRT-TRAN-AMT(WS-CBR-IDX) TO WS-GVR-AMT-VAR
               MOVE "NOT ON GL EXTRACT" TO WS-GVR-STATUS
               MOVE WS-GVR-DETAIL-LINE TO GL-VARIANCE-REPORT-LINE
               WRITE GL-VARIANCE-REPORT-LINE
               PERFORM 0635-COMPARE-TYPES
               PERFORM 0637-PRINT-TYPE-LINES
               MOVE WS-CBRT-TRAN-COUNT(WS-CBR-IDX) TO
                        WS-GLV-CNT-VARIANCE
               MOVE WS-CBRT-TRAN-AMT(WS-CBR-IDX) TO
                        WS-GLV-AMT-VARIANCE
               MOVE WS-CBRT-BRANCH-ID(WS-CBR-IDX) TO AJ-BRANCH-ID
               MOVE WS-CBRT-TRAN-COUNT(WS-CBR-IDX) TO AJ-SYS-COUNT
               MOVE ZERO TO AJ-GL-COUNT
               MOVE WS-CBRT-TRAN-AMT(WS-CBR-IDX) TO AJ-SYS-AMT
               MOVE ZERO TO AJ-GL-AMT
               SET AJ-SYSTEM-ONLY TO TRUE
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
               MOVE WS-CBRT-TYPE-DR-AMT(WS-CBR-IDX WS-TYPE-SUB) TO
                        WS-GLVT-SYS-DR-AMT(WS-TYPE-SUB)
               MOVE WS-CBRT-TYPE-CR-AMT(WS-CBR-IDX WS-TYPE-SUB) TO
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

       0640-PRINT-GL-ONLY-BRANCH.
           ADD 1 TO WS-GLV-EXCEPTION-CNT
           PERFORM 0631-CLEAR-TYPE-FIGURES
           MOVE WS-GLT-BRANCH-ID(WS-GL-IDX) TO WS-GVR-BRANCH-ID
           MOVE ZERO TO WS-GVR-SYS-COUNT
           MOVE WS-GLT-TRAN-COUNT(WS-GL-IDX) TO WS-GVR-GL-COUNT
           COMPUTE WS-GLV-CNT-VARIANCE =
                   0 - WS-GLT-TRAN-COUNT(WS-GL-IDX)
           MOVE WS-GLV-CNT-VARIANCE TO WS-GVR-CNT-VAR
           MOVE ZERO TO WS-GVR-SYS-AMT
           MOVE WS-GLT-TRAN-AMT(WS-GL-IDX) TO WS-GVR-GL-AMT
           COMPUTE WS-GLV-AMT-VARIANCE =
                   0 - WS-GLT-TRAN-AMT(WS-GL-IDX)
           MOVE WS-GLV-AMT-VARIANCE TO WS-GVR-AMT-VAR
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
           MOVE ZERO TO AJ-SYS-AMT
           MOVE WS-GLT-TRAN-AMT(WS-GL-IDX) TO AJ-GL-AMT
           SET AJ-GL-ONLY TO TRUE
           PERFORM 0650-WRITE-ADJUST-ENTRY.

      *    Adjusting entries from a consolidation carry the
      *    corporate run id, so RUNBKO01 withdraws them when
      *    the consolidation is backed out.
       0650-WRITE-ADJUST-ENTRY.
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
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "ADJ-ENTRY" TO ERR-TARGET-FIELD
               MOVE "ADJUSTING ENTRY WRITE FAILED" TO ERR-MESSAGE
               MOVE "0650-WRITE-ADJUST-ENTRY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-ADJ-ENTRY-CNT
           END-IF.

      *    Prints the Control Total Report for the
      *    consolidated night: the posted regions' branches,
      *    each carded region's roll-up - or the reason it is
      *    missing - the district roll-up, the night's totals
      *    and the GL cross-foot, and a closing line when the
      *    night is partial.
       0700-PRINT-CONTROL-TOTAL-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
           MOVE WS-RPT-HEADING-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE WS-RUN-ID TO WS-RPC-RUN-ID
           MOVE WS-RGN-POSTED-CNT TO WS-RPC-POSTED
           MOVE WS-CTL-TBL-CNT TO WS-RPC-CARDED
           MOVE WS-RPT-CONSOL-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE WS-RPT-COLUMN-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           PERFORM VARYING WS-CBR-IDX FROM 1 BY 1
                     UNTIL WS-CBR-IDX > WS-CBR-TBL-CNT
               IF WS-CTLT-POSTED(WS-CBRT-CTL-ROW(WS-CBR-IDX))
                   MOVE SPACES TO WS-RPT-LABEL
                   STRING "BRANCH " DELIMITED BY SIZE
                          WS-CBRT-BRANCH-ID(WS-CBR-IDX)
                              DELIMITED BY SIZE
                          " SUBTOTAL" DELIMITED BY SIZE
                          INTO WS-RPT-LABEL
                   MOVE WS-CBRT-TRAN-COUNT(WS-CBR-IDX) TO
                            WS-RPT-AMOUNT
                   MOVE WS-CBRT-TRAN-AMT(WS-CBR-IDX) TO
                            WS-RPT-DOLLARS
                   MOVE WS-RPT-DETAIL-LINE TO
                            CONTROL-TOTAL-REPORT-LINE
                   WRITE CONTROL-TOTAL-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE "REGION ROLL-UP" TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           PERFORM 0710-PRINT-ONE-REGION
               VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > WS-CTL-TBL-CNT

           IF WS-RGF-AVAILABLE AND WS-DST-TBL-CNT > 0
               MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
               MOVE "DISTRICT ROLL-UP" TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
               PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                         UNTIL WS-DST-IDX > WS-DST-TBL-CNT
                   MOVE WS-DSTT-DISTRICT-ID(WS-DST-IDX) TO
                            WS-RPD-DIST-ID
                   MOVE WS-DSTT-DIST-NAME(WS-DST-IDX) TO
                            WS-RPD-DIST-NAME
                   MOVE WS-DSTT-COUNT(WS-DST-IDX) TO WS-RPD-COUNT
                   MOVE WS-DSTT-AMT(WS-DST-IDX) TO WS-RPD-AMT
                   MOVE WS-RPT-DIST-LINE TO
                            CONTROL-TOTAL-REPORT-LINE
                   WRITE CONTROL-TOTAL-REPORT-LINE
               END-PERFORM
           END-IF

           MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE "PRE-ADJ SUBTOTAL (VAR-3-RAW)" TO WS-RPT-LABEL
           MOVE WS-VAR-3-RAW TO WS-RPT-AMOUNT
           MOVE WS-AMT-3-RAW TO WS-RPT-DOLLARS
           MOVE WS-RPT-DETAIL-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE "ADJUSTMENT (WS-VAR-4)" TO WS-RPT-SGN-LABEL
           MOVE WS-VAR-4 TO WS-RPT-SGN-AMOUNT
           MOVE WS-AMT-4 TO WS-RPT-SGN-DOLLARS
           MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           MOVE "GRAND TOTAL (WS-VAR-3)" TO WS-RPT-SGN-LABEL
           MOVE WS-VAR-3 TO WS-RPT-SGN-AMOUNT
           MOVE WS-AMT-3 TO WS-RPT-SGN-DOLLARS
           MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
           WRITE CONTROL-TOTAL-REPORT-LINE

           IF WS-GL-DATA-PRESENT
               MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE

               MOVE "GL EXTRACT CONTROL TOTAL" TO WS-RPT-LABEL
               MOVE WS-GL-CONTROL-TOTAL TO WS-RPT-AMOUNT
               MOVE WS-GL-CONTROL-AMT TO WS-RPT-DOLLARS
               MOVE WS-RPT-DETAIL-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE

               MOVE SPACES TO WS-RPT-SGN-LABEL
               IF WS-GL-VARIANCE-EXCEEDED
                   STRING "GL VARIANCE - EXCEEDS TOLERANCE"
                          DELIMITED BY SIZE INTO WS-RPT-SGN-LABEL
               ELSE
                   STRING "GL VARIANCE - WITHIN TOLERANCE"
                          DELIMITED BY SIZE INTO WS-RPT-SGN-LABEL
               END-IF
               MOVE WS-GL-VARIANCE-AMT TO WS-RPT-SGN-AMOUNT
               MOVE WS-GL-VARIANCE-DOLLARS TO WS-RPT-SGN-DOLLARS
               MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE

               IF WS-GL-HELD-ROWS > 0
                   MOVE "GL HELD - REGIONS NOT POSTED" TO
                            WS-RPT-LABEL
                   MOVE WS-GL-HELD-COUNT TO WS-RPT-AMOUNT
                   MOVE WS-GL-HELD-AMT TO WS-RPT-DOLLARS
                   MOVE WS-RPT-DETAIL-LINE TO
                            CONTROL-TOTAL-REPORT-LINE
                   WRITE CONTROL-TOTAL-REPORT-LINE
               END-IF
           ELSE
               MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE

               MOVE SPACES TO WS-RPT-LABEL
               MOVE "GL RECON NOT PERFORMED" TO WS-RPT-LABEL
               MOVE ZERO TO WS-RPT-AMOUNT
               MOVE ZERO TO WS-RPT-DOLLARS
               MOVE WS-RPT-DETAIL-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
           END-IF

           IF WS-RSLT-ROWS-SKIPPED > 0
               MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
               MOVE "RESULT RECORDS NOT TAKEN" TO WS-RPT-LABEL
               MOVE WS-RSLT-ROWS-SKIPPED TO WS-RPT-AMOUNT
               MOVE ZERO TO WS-RPT-DOLLARS
               MOVE WS-RPT-DETAIL-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
           END-IF

           IF WS-RGN-MISSING-CNT > 0
               MOVE WS-RPT-BLANK-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
               MOVE WS-RGN-MISSING-CNT TO WS-RPP-MISSING-CNT
               MOVE WS-RPT-PARTIAL-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
           END-IF.

      *    Prints one carded region: its name line when the
      *    reference file is loaded, then either its three
      *    figures under the step's run id or the line saying
      *    why it is not in tonight's totals.  Only a posted
      *    region folds into its district.
       0710-PRINT-ONE-REGION.
           IF WS-RGF-AVAILABLE
               MOVE WS-CTLT-REGION-ID(WS-CTL-IDX) TO
                        WS-RGF-LOOKUP-ID
               PERFORM 0440-FIND-REGION-REF
               MOVE WS-CTLT-REGION-ID(WS-CTL-IDX) TO
                        WS-RPN-REGION-ID
               MOVE WS-RGF-FOUND-NAME TO WS-RPN-REGION-NAME
               MOVE WS-RGF-FOUND-DIST-ID TO WS-RPN-DIST-ID
               MOVE WS-RGF-FOUND-DIST-NAME TO WS-RPN-DIST-NAME
               MOVE WS-RPT-RGN-NAME-LINE TO
                        CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
               IF WS-CTLT-POSTED(WS-CTL-IDX)
                   PERFORM 0715-FOLD-REGION-TO-DISTRICT
               END-IF
           END-IF
           IF NOT WS-CTLT-POSTED(WS-CTL-IDX)
               MOVE WS-CTLT-REGION-ID(WS-CTL-IDX) TO WS-RPM-REGION-ID
               MOVE WS-CTLT-RUN-ID(WS-CTL-IDX) TO WS-RPM-RUN-ID
               MOVE WS-CTLT-REASON(WS-CTL-IDX) TO WS-RPM-REASON
               MOVE WS-RPT-MISSING-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LABEL
               STRING "REGION " DELIMITED BY SIZE
                      WS-CTLT-REGION-ID(WS-CTL-IDX) DELIMITED BY SIZE
                      " SUBTOTAL" DELIMITED BY SIZE
                      INTO WS-RPT-LABEL
               MOVE WS-CTLT-TRAN-COUNT(WS-CTL-IDX) TO WS-RPT-AMOUNT
               MOVE WS-CTLT-TRAN-AMT(WS-CTL-IDX) TO WS-RPT-DOLLARS
               MOVE WS-RPT-DETAIL-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE

               MOVE SPACES TO WS-RPT-SGN-LABEL
               STRING "REGION " DELIMITED BY SIZE
                      WS-CTLT-REGION-ID(WS-CTL-IDX) DELIMITED BY SIZE
                      " ADJUSTMENT" DELIMITED BY SIZE
                      INTO WS-RPT-SGN-LABEL
               MOVE WS-CTLT-ADJ-CNT(WS-CTL-IDX) TO WS-RPT-SGN-AMOUNT
               MOVE WS-CTLT-ADJ-AMT(WS-CTL-IDX) TO WS-RPT-SGN-DOLLARS
               MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
               IF WS-ADI-AVAILABLE
                   PERFORM 0712-PRINT-REGION-ITEMS
               END-IF

               MOVE SPACES TO WS-RPT-SGN-LABEL
               STRING "REGION " DELIMITED BY SIZE
                      WS-CTLT-REGION-ID(WS-CTL-IDX) DELIMITED BY SIZE
                      " TOTAL " DELIMITED BY SIZE
                      WS-CTLT-RUN-ID(WS-CTL-IDX) DELIMITED BY SIZE
                      INTO WS-RPT-SGN-LABEL
               MOVE WS-CTLT-ADJD-COUNT(WS-CTL-IDX) TO
                        WS-RPT-SGN-AMOUNT
               MOVE WS-CTLT-ADJD-AMT(WS-CTL-IDX) TO
                        WS-RPT-SGN-DOLLARS
               MOVE WS-RPT-SIGNED-LINE TO CONTROL-TOTAL-REPORT-LINE
               WRITE CONTROL-TOTAL-REPORT-LINE
           END-IF.

      *    Lists the register items behind a posted region's
      *    adjustment - the items ADJREG01 put on the region's
      *    card - and checks they add up to the adjustment the
      *    region step applied.  A step run from a card keyed
      *    or altered after the build no longer matches its
      *    items; the difference is printed and logged against
      *    the region.
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
               DISPLAY "RGNCON01: REGION "
                       WS-CTLT-REGION-ID(WS-CTL-IDX)
                       " ADJUSTMENT DIFFERS FROM REGISTER ITEMS"
               MOVE WS-CTLT-ADJ-CNT(WS-CTL-IDX) TO ERR-OPERAND-1
               MOVE WS-ADI-SUM-CNT TO ERR-OPERAND-2
               MOVE "ADJITEMS" TO ERR-TARGET-FIELD
               MOVE "REGION ADJUSTMENT DIFFERS FROM ITEMS" TO
                        ERR-MESSAGE
               MOVE "0712-PRINT-REGION-ITEMS" TO WS-ERR-SOURCE-PARA
               MOVE WS-CTLT-REGION-ID(WS-CTL-IDX) TO WS-ERR-REGION-ID
               PERFORM 0820-WRITE-ERROR-RECORD
               MOVE "ALL" TO WS-ERR-REGION-ID
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

       0715-FOLD-REGION-TO-DISTRICT.
           MOVE 0 TO WS-DST-FOUND-IDX
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                     UNTIL WS-DST-IDX > WS-DST-TBL-CNT
                        OR WS-DST-FOUND-IDX > 0
               IF WS-DSTT-DISTRICT-ID(WS-DST-IDX) =
                       WS-RGF-FOUND-DIST-ID
                   MOVE WS-DST-IDX TO WS-DST-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DST-FOUND-IDX = 0
               IF WS-DST-TBL-CNT < 50
                   ADD 1 TO WS-DST-TBL-CNT
                   MOVE WS-DST-TBL-CNT TO WS-DST-FOUND-IDX
                   MOVE WS-RGF-FOUND-DIST-ID TO
                            WS-DSTT-DISTRICT-ID(WS-DST-FOUND-IDX)
                   MOVE WS-RGF-FOUND-DIST-NAME TO
                            WS-DSTT-DIST-NAME(WS-DST-FOUND-IDX)
                   MOVE 0 TO WS-DSTT-COUNT(WS-DST-FOUND-IDX)
                   MOVE 0 TO WS-DSTT-AMT(WS-DST-FOUND-IDX)
               ELSE
                   DISPLAY "RGNCON01: DISTRICT TABLE OCCURS 50 "
                           "EXCEEDED - DISTRICT "
                           WS-RGF-FOUND-DIST-ID
                           " NOT IN ROLL-UP"
               END-IF
           END-IF
           IF WS-DST-FOUND-IDX > 0
               ADD WS-CTLT-ADJD-COUNT(WS-CTL-IDX) TO
                       WS-DSTT-COUNT(WS-DST-FOUND-IDX)
               ADD WS-CTLT-ADJD-AMT(WS-CTL-IDX) TO
                       WS-DSTT-AMT(WS-DST-FOUND-IDX)
           END-IF.

      *    The night's RUNSTAT record, under the corporate run
      *    id: "M" when regions are missing, whatever else
      *    happened, so a partial night can never read as a
      *    whole one downstream.
       0800-WRITE-RUN-SUMMARY.
           ACCEPT WS-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-ID TO RS-RUN-ID
           MOVE WS-RUN-DATE TO RS-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP TO RS-RUN-TIMESTAMP
           MOVE WS-BC-RECORDS-READ TO RS-RECORDS-READ
           MOVE WS-BRANCHES-POSTED TO RS-BRANCHES-PROCESSED
           MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT
           MOVE WS-VAR-3 TO RS-FINAL-COUNT-TOTAL
           MOVE WS-AMT-3 TO RS-FINAL-AMT-TOTAL
           MOVE WS-GL-VARIANCE-AMT TO RS-GL-CNT-VARIANCE
           MOVE WS-GL-VARIANCE-DOLLARS TO RS-GL-AMT-VARIANCE
           MOVE RETURN-CODE TO RS-RETURN-CODE
           IF WS-ABEND-REQUESTED
               SET RS-ABENDED TO TRUE
           ELSE
               IF WS-RGN-MISSING-CNT > 0
                   SET RS-CONSOL-PARTIAL TO TRUE
               ELSE
                   IF WS-REJECT-COUNT > 0
                    OR WS-GL-VARIANCE-EXCEEDED
                       SET RS-COMPLETED-WARNING TO TRUE
                   ELSE
                       SET RS-COMPLETED-CLEAN TO TRUE
                   END-IF
               END-IF
           END-IF
           WRITE RUN-STATUS-REC
           IF NOT WS-RS-OK
               DISPLAY "RGNCON01: RUN-STATUS-FILE WRITE FAILED, "
                       "STATUS=" WS-RS-FILE-STATUS
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       0830-CLASSIFY-ABEND.
           IF WS-RC-WORK > WS-ABEND-RC
               MOVE WS-RC-WORK TO WS-ABEND-RC
           END-IF
           MOVE 0 TO WS-RC-WORK.

       0820-WRITE-ERROR-RECORD.
           ACCEPT WS-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-CURRENT-TIMESTAMP TO ERR-TIMESTAMP
           MOVE WS-ERR-SOURCE-PARA TO ERR-PARAGRAPH
           MOVE "RGNCON01" TO ERR-PROGRAM-ID
           MOVE WS-RUN-ID TO ERR-RUN-ID
           MOVE WS-ERR-REGION-ID TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "RGNCON01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE CONTROL-TOTAL-REPORT
           CLOSE GL-VARIANCE-REPORT
           CLOSE AUDIT-FILE
           IF WS-DATA-OUTPUTS-OPEN
               CLOSE ADJUST-ENTRY-FILE
           END-IF
           CLOSE RUN-STATUS-FILE.
