       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BRDOSS01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * BRDOSS01 - Single-branch investigation dossier.
      *            When a branch manager or auditor calls
      *            about one branch, this prints everything
      *            the suite holds on it in one document
      *            instead of an afternoon spent across
      *            AUDINQ01, SUSPAGE, GLVARRPT and BRHIST:
      *              - its branch master record, and the
      *                region and district it rolls up to
      *                on the region reference file;
      *              - its BRMNT01 maintenance history off
      *                AUDITLOG;
      *              - its nightly BRHIST figures with the
      *                shift breakdown, each night flagged
      *                against the business-day calendar,
      *                and the calendar's closures for it;
      *              - its outstanding SUSPENSE records with
      *                their recycle counts;
      *              - its adjusting entries, from the
      *                ADJAPR01 open-item ledger and any on
      *                GLADJENT not yet folded into it;
      *              - every accumulation step for it on
      *                AUDITLOG, including counts a merged
      *                branch's id carried into it.
      *            The parameter card names the branch and
      *            the date range (CPYDP01).  A branch that
      *            is not on the master still gets whatever
      *            the other files hold on it - a closed-out
      *            id is often exactly what is being asked
      *            about - and the run ends RC 04.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "DOSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.

           SELECT REGION-REF-FILE ASSIGN TO "REGNMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "BRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALF-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUS-FILE-STATUS.

           SELECT ADJUST-ENTRY-FILE ASSIGN TO "GLADJENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ADJLEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT DOSSIER-REPORT ASSIGN TO "BRDOSSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYDP01.

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

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYAUD01.

       FD  HISTORY-FILE.
           COPY CPYHS01.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CPYCAL01.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY CPYRJ01.

       FD  ADJUST-ENTRY-FILE
           RECORDING MODE IS F.
           COPY CPYAJ01.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY CPYAL01.

       FD  DOSSIER-REPORT.
           COPY CPYRPT15.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-PRM-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PRM-OK                     VALUE "00".
           05  WS-BM-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-BM-OK                      VALUE "00".
               88  WS-BM-EOF                     VALUE "10".
           05  WS-RGN-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-RGN-OK                     VALUE "00".
               88  WS-RGN-EOF                    VALUE "10".
           05  WS-AUD-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-AUD-OK                     VALUE "00".
               88  WS-AUD-EOF                    VALUE "10".
           05  WS-HST-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-HST-OK                     VALUE "00".
               88  WS-HST-END                    VALUE "10", "23",
                                                       "46".
           05  WS-CALF-FILE-STATUS     PIC X(2) VALUE "00".
               88  WS-CALF-OK                    VALUE "00".
               88  WS-CALF-EOF                   VALUE "10".
           05  WS-SUS-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-SUS-OK                     VALUE "00".
               88  WS-SUS-EOF                    VALUE "10".
               88  WS-SUS-NOT-FOUND              VALUE "35".
           05  WS-ADJ-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ADJ-OK                     VALUE "00".
               88  WS-ADJ-EOF                    VALUE "10".
               88  WS-ADJ-NOT-FOUND              VALUE "35".
           05  WS-LDG-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-LDG-OK                     VALUE "00".
               88  WS-LDG-EOF                    VALUE "10".
               88  WS-LDG-NOT-FOUND              VALUE "35".
           05  WS-DOS-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-DOS-OK                     VALUE "00".

       01  WS-ABEND-SWITCH             PIC X VALUE "N".
           88  WS-ABEND-REQUESTED             VALUE "Y".

      *    ERRLOG tagging: the paragraph that raised the
      *    exception, and the most severe return-code class
      *    seen this run on the BUGSOL01 taxonomy (16 file,
      *    28 feed control), which is also the RETURN-CODE an
      *    aborted run ends with.
       01  WS-ERR-SOURCE-PARA          PIC X(25) VALUE SPACES.
       01  WS-ABEND-RC                 PIC 9(2) VALUE 0.
       01  WS-RC-WORK                  PIC 9(2) VALUE 0.
       01  WS-CURRENT-TIMESTAMP        PIC X(15).

      *    The optional inputs: no SUSPENSE, GLADJENT or
      *    ADJLEDGR file means nothing of that kind is on
      *    hand for anyone, and the section says so.
       01  WS-PRESENT-SWITCHES.
           05  WS-SUS-PRESENT-SW       PIC X VALUE "N".
               88  WS-SUS-PRESENT             VALUE "Y".
           05  WS-ADJ-PRESENT-SW       PIC X VALUE "N".
               88  WS-ADJ-PRESENT             VALUE "Y".
           05  WS-LDG-PRESENT-SW       PIC X VALUE "N".
               88  WS-LDG-PRESENT             VALUE "Y".

       01  WS-PARM-AREA.
           05  WS-SEL-BRANCH-ID        PIC X(4) VALUE SPACES.
           05  WS-SEL-FROM-DATE        PIC X(8) VALUE SPACES.
           05  WS-SEL-TO-DATE          PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE                 PIC X(8).

      *    The branch's own master record, and the master
      *    feed control accounting: the header is passed
      *    over, the trailer count is verified against the
      *    data records read, as every master reader does.
       01  WS-MASTER-AREA.
           05  WS-MST-FOUND-SW         PIC X VALUE "N".
               88  WS-MST-FOUND               VALUE "Y".
           05  WS-MST-BRANCH-NAME      PIC X(25) VALUE SPACES.
           05  WS-MST-REGION-ID        PIC X(3) VALUE SPACES.
           05  WS-MST-STATUS-CODE      PIC X(1) VALUE SPACE.
               88  WS-MST-OPEN                VALUE "O".
           05  WS-MST-EFFECTIVE-DATE   PIC X(8) VALUE SPACES.

       01  WS-OMC-CTL-AREA.
           05  WS-OMC-HDR-SW           PIC X VALUE "N".
               88  WS-OMC-HDR-SEEN            VALUE "Y".
           05  WS-OMC-TRL-SW           PIC X VALUE "N".
               88  WS-OMC-TRL-SEEN            VALUE "Y".
           05  WS-OMC-REC-COUNT        PIC 9(9) VALUE 0.

       01  WS-REGION-AREA.
           05  WS-RGN-AVAILABLE-SW     PIC X VALUE "N".
               88  WS-RGN-AVAILABLE           VALUE "Y".
           05  WS-RGN-FOUND-SW         PIC X VALUE "N".
               88  WS-RGN-FOUND               VALUE "Y".

       COPY CPYCAL02.

      *    The calendar's dated entries that touch this
      *    branch inside the date range - network-wide days
      *    and its own scheduled closures - kept with their
      *    descriptions for the closures section.
       01  WS-CLOSURE-AREA.
           05  WS-CLS-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-CLS-IDX              PIC 9(3) VALUE 0.
           05  WS-CLOSURE-TABLE OCCURS 100 TIMES.
               10  WS-CLST-DATE        PIC X(8).
               10  WS-CLST-DAY-TYPE    PIC X(1).
               10  WS-CLST-BRANCH-ID   PIC X(4).
               10  WS-CLST-DESCRIPTION PIC X(25).

       01  WS-WEEKDAY-NAME-DATA.
           05  FILLER                  PIC X(9) VALUE "MONDAY".
           05  FILLER                  PIC X(9) VALUE "TUESDAY".
           05  FILLER                  PIC X(9) VALUE "WEDNESDAY".
           05  FILLER                  PIC X(9) VALUE "THURSDAY".
           05  FILLER                  PIC X(9) VALUE "FRIDAY".
           05  FILLER                  PIC X(9) VALUE "SATURDAY".
           05  FILLER                  PIC X(9) VALUE "SUNDAY".
       01  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAME-DATA.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES
                                       PIC X(9).

      *    Ledger entries for the branch, so a GLADJENT entry
      *    ADJAPR01 has already folded is not listed twice.
       01  WS-LEDGER-KEY-AREA.
           05  WS-LDK-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-LDK-IDX              PIC 9(3) VALUE 0.
           05  WS-LDK-FOUND-SW         PIC X VALUE "N".
               88  WS-LDK-FOUND               VALUE "Y".
           05  WS-LEDGER-KEY-TABLE OCCURS 500 TIMES.
               10  WS-LDKT-RUN-DATE    PIC X(8).
               10  WS-LDKT-RUN-ID      PIC X(8).

       01  WS-COUNTS.
           05  WS-MAINT-ACTIONS        PIC 9(5) VALUE 0.
           05  WS-NIGHTS-LISTED        PIC 9(5) VALUE 0.
           05  WS-NIGHTS-ON-CLOSED     PIC 9(5) VALUE 0.
           05  WS-HIST-COUNT-TOTAL     PIC 9(11) VALUE 0.
           05  WS-HIST-AMT-TOTAL       PIC 9(13)V99 VALUE 0.
           05  WS-SUSP-RECORDS         PIC 9(5) VALUE 0.
           05  WS-SUSP-COUNT-TOTAL     PIC 9(9) VALUE 0.
           05  WS-SUSP-AMT-TOTAL       PIC 9(11)V99 VALUE 0.
           05  WS-ADJ-ENTRIES          PIC 9(5) VALUE 0.
           05  WS-ACCUM-STEPS          PIC 9(9) VALUE 0.
           05  WS-SHIFT-SUB            PIC 9(1) VALUE 0.

       01  WS-DOS-HEADING-LINE.
           05  FILLER                  PIC X(31)
               VALUE "BRANCH INVESTIGATION DOSSIER -".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-DOS-HDG-DATE         PIC X(10).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-DOS-FILTER-LINE.
           05  FILLER                  PIC X(8)  VALUE "BRANCH: ".
           05  WS-DOS-FLT-BRANCH       PIC X(4).
           05  FILLER                  PIC X(8)  VALUE "  FROM: ".
           05  WS-DOS-FLT-FROM         PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  TO: ".
           05  WS-DOS-FLT-TO           PIC X(8).
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-DOS-MASTER-LINE.
           05  FILLER                  PIC X(7)  VALUE "BRANCH ".
           05  WS-DOS-MST-BRANCH-ID    PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-MST-NAME         PIC X(25).
           05  FILLER                  PIC X(9)  VALUE "  REGION ".
           05  WS-DOS-MST-REGION-ID    PIC X(3).
           05  FILLER                  PIC X(9)  VALUE "  STATUS ".
           05  WS-DOS-MST-STATUS       PIC X(6).
           05  FILLER                  PIC X(12)
               VALUE "  EFFECTIVE ".
           05  WS-DOS-MST-EFF-DATE     PIC X(8).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-DOS-REGION-LINE.
           05  FILLER                  PIC X(7)  VALUE "REGION ".
           05  WS-DOS-RGN-REGION-ID    PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-RGN-NAME         PIC X(25).
           05  FILLER                  PIC X(11)
               VALUE "  DISTRICT ".
           05  WS-DOS-RGN-DISTRICT-ID  PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-RGN-DIST-NAME    PIC X(25).
           05  FILLER                  PIC X(9)  VALUE "  STATUS ".
           05  WS-DOS-RGN-STATUS       PIC X(8).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-DOS-MAINT-LINE.
           05  WS-DOS-MNT-TIMESTAMP    PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-MNT-ACTION       PIC X(20).
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-DOS-NIGHT-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE".
           05  FILLER                  PIC X(10) VALUE "RUN ID".
           05  FILLER                  PIC X(13)
               VALUE "      COUNT  ".
           05  FILLER                  PIC X(19)
               VALUE "           AMOUNT  ".
           05  FILLER                  PIC X(20) VALUE "CALENDAR".
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-DOS-NIGHT-LINE.
           05  WS-DOS-NGT-RUN-DATE     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-NGT-RUN-ID       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-NGT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-NGT-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-NGT-FLAG         PIC X(20).
           05  FILLER                  PIC X(60) VALUE SPACES.

      *    The shift breakdown under each night.  The shift
      *    labels are set at run time, the CPYWX02 way, since
      *    a FILLER inside an OCCURS cannot carry a VALUE.
       01  WS-DOS-SHIFT-LINE.
           05  FILLER                  PIC X(10) VALUE "    SHIFTS".
           05  WS-DOS-SHF-SUB OCCURS 3 TIMES.
               10  WS-DOS-SHF-PFX      PIC X(3).
               10  WS-DOS-SHF-NUM      PIC 9(1).
               10  WS-DOS-SHF-SP1      PIC X(1).
               10  WS-DOS-SHF-COUNT    PIC ZZZ,ZZZ,ZZ9.
               10  WS-DOS-SHF-SP2      PIC X(1).
               10  WS-DOS-SHF-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-DOS-NIGHT-TOTAL-LINE.
           05  FILLER                  PIC X(8)  VALUE "NIGHTS: ".
           05  WS-DOS-NTL-NIGHTS       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE "  COUNT: ".
           05  WS-DOS-NTL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  WS-DOS-NTL-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18)
               VALUE "  ON CLOSED DAYS: ".
           05  WS-DOS-NTL-CLOSED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-DOS-CLOSURE-LINE.
           05  WS-DOS-CLS-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-CLS-TYPE         PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-CLS-SCOPE        PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-CLS-DESCRIPTION  PIC X(25).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-DOS-WEEKDAY-LINE.
           05  FILLER                  PIC X(32)
               VALUE "STANDING NON-PROCESSING DAY:".
           05  WS-DOS-WKD-NAME         PIC X(9).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-DOS-SUSP-COLUMN-LINE.
           05  FILLER                  PIC X(4)  VALUE "SHF".
           05  FILLER                  PIC X(8)  VALUE "   COUNT".
           05  FILLER                  PIC X(14)
               VALUE "      AMOUNT  ".
           05  FILLER                  PIC X(36) VALUE "REASON".
           05  FILLER                  PIC X(5)  VALUE "CYCLE".
           05  FILLER                  PIC X(11) VALUE "  SUSP DATE".
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-DOS-SUSP-LINE.
           05  WS-DOS-SUS-SHIFT        PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DOS-SUS-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-SUS-AMT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-SUS-REASON-CODE  PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-SUS-REASON-TEXT  PIC X(30).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DOS-SUS-CYCLE        PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-SUS-DATE         PIC X(8).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-DOS-SUSP-TOTAL-LINE.
           05  FILLER                  PIC X(19)
               VALUE "SUSPENDED RECORDS: ".
           05  WS-DOS-STL-RECORDS      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE "  COUNT: ".
           05  WS-DOS-STL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  WS-DOS-STL-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-DOS-ADJ-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(10) VALUE "RUN DATE".
           05  FILLER                  PIC X(10) VALUE "RUN ID".
           05  FILLER                  PIC X(3)  VALUE "S".
           05  FILLER                  PIC X(12) VALUE "   SYS CNT".
           05  FILLER                  PIC X(12) VALUE "    GL CNT".
           05  FILLER                  PIC X(13)
               VALUE "    CNT VAR".
           05  FILLER                  PIC X(20)
               VALUE "           AMT VAR".
           05  FILLER                  PIC X(12) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(20) VALUE "ACTION".

       01  WS-DOS-ADJ-LINE.
           05  WS-DOS-ADJ-SOURCE       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ADJ-RUN-DATE     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ADJ-RUN-ID       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ADJ-SRC-CODE     PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ADJ-SYS-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ADJ-GL-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ADJ-CNT-VAR      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ADJ-AMT-VAR      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ADJ-STATUS       PIC X(11).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ADJ-APPROVER     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ADJ-ACTION-DATE  PIC X(8).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-DOS-ACCUM-COLUMN-LINE.
           05  FILLER                  PIC X(15)
               VALUE "TIMESTAMP".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "RUN ID".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "BRCH".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "   OPERAND 1".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "   OPERAND 2".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "      RESULT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "      AMT OPND 1".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "      AMT OPND 2".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "      AMT RESULT".
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-DOS-ACCUM-LINE.
           05  WS-DOS-ACC-TIMESTAMP    PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ACC-RUN-ID       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ACC-BRANCH-ID    PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ACC-OPERAND-1    PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ACC-OPERAND-2    PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ACC-RESULT       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DOS-ACC-AMT-OPND-1   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ACC-AMT-OPND-2   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DOS-ACC-AMT-RESULT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-DOS-COUNT-LINE.
           05  WS-DOS-CNT-LABEL        PIC X(30).
           05  WS-DOS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-DOS-NONE-LINE            PIC X(132) VALUE "  NONE".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-PARM-CARD
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0110-LOAD-CALENDAR
               PERFORM 0150-WRITE-REPORT-HEADINGS
               PERFORM 0200-REPORT-BRANCH-MASTER
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0250-REPORT-REGION
               PERFORM 0300-REPORT-MAINTENANCE
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0400-REPORT-NIGHTLY-HISTORY
               PERFORM 0450-REPORT-CLOSURES
               PERFORM 0500-REPORT-SUSPENSE
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0550-REPORT-ADJUSTMENTS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0600-REPORT-ACCUM-STEPS
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "BRDOSS01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               DISPLAY "BRDOSS01: DOSSIER FOR BRANCH "
                       WS-SEL-BRANCH-ID " - " WS-NIGHTS-LISTED
                       " NIGHTS, " WS-SUSP-RECORDS " SUSPENDED, "
                       WS-ADJ-ENTRIES " ADJUSTMENTS, "
                       WS-ACCUM-STEPS " AUDIT STEPS"
               IF NOT WS-MST-FOUND
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0900-CLOSE-FILES
           STOP RUN.

      *    The branch master, audit trail and branch history
      *    are the core of every dossier and must open.  The
      *    suspense, GLADJENT and ledger files are optional
      *    the ADJAPR01 way: not there (status 35) means none
      *    on hand; any other failure stops the run.
       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "BRDOSS01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "BRDOSS01: UNABLE TO OPEN PARM-CARD-FILE, "
                       "STATUS=" WS-PRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BM-OK
               DISPLAY "BRDOSS01: UNABLE TO OPEN BRANCH-MASTER-FILE, "
                       "STATUS=" WS-BM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUD-OK
               DISPLAY "BRDOSS01: UNABLE TO OPEN AUDIT-FILE, "
                       "STATUS=" WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HST-OK
               DISPLAY "BRDOSS01: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS=" WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUS-OK
               SET WS-SUS-PRESENT TO TRUE
           ELSE
               IF WS-SUS-NOT-FOUND
                   DISPLAY "BRDOSS01: NO SUSPENSE FILE - NOTHING "
                           "OUTSTANDING"
               ELSE
                   DISPLAY "BRDOSS01: UNABLE TO OPEN SUSPENSE-FILE, "
                           "STATUS=" WS-SUS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ADJUST-ENTRY-FILE
           IF WS-ADJ-OK
               SET WS-ADJ-PRESENT TO TRUE
           ELSE
               IF WS-ADJ-NOT-FOUND
                   DISPLAY "BRDOSS01: NO GLADJENT FILE - NO UNFOLDED "
                           "ENTRIES"
               ELSE
                   DISPLAY "BRDOSS01: UNABLE TO OPEN "
                           "ADJUST-ENTRY-FILE, STATUS="
                           WS-ADJ-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-OK
               SET WS-LDG-PRESENT TO TRUE
           ELSE
               IF WS-LDG-NOT-FOUND
                   DISPLAY "BRDOSS01: NO ADJUSTMENT LEDGER - NO "
                           "OPEN ITEMS"
               ELSE
                   DISPLAY "BRDOSS01: UNABLE TO OPEN LEDGER-FILE, "
                           "STATUS=" WS-LDG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT DOSSIER-REPORT
           IF NOT WS-DOS-OK
               DISPLAY "BRDOSS01: UNABLE TO OPEN DOSSIER-REPORT, "
                       "STATUS=" WS-DOS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Loads the business-day calendar into the CPYCAL02
      *    image, as BRMNT01 does, and keeps aside the dated
      *    entries that touch this branch inside the range.
      *    A missing calendar only leaves the nights unflagged.
       0110-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALF-OK
               DISPLAY "BRDOSS01: CALENDAR-FILE NOT AVAILABLE, "
                       "STATUS=" WS-CALF-FILE-STATUS
                       " - NIGHTS NOT FLAGGED"
           ELSE
               SET WS-CAL-AVAILABLE TO TRUE
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                         UNTIL WS-CAL-IDX > 7
                   MOVE "N" TO WS-CAL-WEEKDAY-OFF(WS-CAL-IDX)
               END-PERFORM
               PERFORM UNTIL WS-CALF-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CALF-EOF TO TRUE
                       NOT AT END
                           PERFORM 0115-LOAD-ONE-CAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       0115-LOAD-ONE-CAL-RECORD.
           IF CAL-WEEKDAY-RULE
               IF CAL-WEEKDAY > 0 AND CAL-WEEKDAY < 8
                   MOVE CAL-WEEKDAY TO WS-CAL-IDX
                   MOVE "Y" TO WS-CAL-WEEKDAY-OFF(WS-CAL-IDX)
               END-IF
           ELSE
               IF CAL-DATE-ENTRY
                   IF WS-CAL-TBL-CNT < 400
                       ADD 1 TO WS-CAL-TBL-CNT
                       MOVE WS-CAL-TBL-CNT TO WS-CAL-IDX
                       MOVE CAL-DATE TO WS-CALT-DATE(WS-CAL-IDX)
                       MOVE CAL-DAY-TYPE TO
                                WS-CALT-DAY-TYPE(WS-CAL-IDX)
                       MOVE CAL-BRANCH-ID TO
                                WS-CALT-BRANCH-ID(WS-CAL-IDX)
                   ELSE
                       DISPLAY "BRDOSS01: CALENDAR TABLE OCCURS "
                               "400 EXCEEDED - ENTRY " CAL-DATE
                               " IGNORED"
                   END-IF
                   IF (CAL-BRANCH-ID = SPACES
                        OR CAL-BRANCH-ID = WS-SEL-BRANCH-ID)
                    AND (WS-SEL-FROM-DATE = SPACES
                        OR CAL-DATE NOT < WS-SEL-FROM-DATE)
                    AND (WS-SEL-TO-DATE = SPACES
                        OR CAL-DATE NOT > WS-SEL-TO-DATE)
                       PERFORM 0117-KEEP-CLOSURE
                   END-IF
               END-IF
           END-IF.

       0117-KEEP-CLOSURE.
           IF WS-CLS-TBL-CNT < 100
               ADD 1 TO WS-CLS-TBL-CNT
               MOVE CAL-DATE TO WS-CLST-DATE(WS-CLS-TBL-CNT)
               MOVE CAL-DAY-TYPE TO WS-CLST-DAY-TYPE(WS-CLS-TBL-CNT)
               MOVE CAL-BRANCH-ID TO
                        WS-CLST-BRANCH-ID(WS-CLS-TBL-CNT)
               MOVE CAL-DESCRIPTION TO
                        WS-CLST-DESCRIPTION(WS-CLS-TBL-CNT)
           ELSE
               DISPLAY "BRDOSS01: CLOSURE TABLE OCCURS 100 "
                       "EXCEEDED - " CAL-DATE " NOT LISTED - "
                       "NARROW THE DATE RANGE"
           END-IF.

      *    Reads the single parameter card.  The branch id is
      *    the whole point of the run; blank dates place no
      *    restriction, the AUDINQ01 convention.
       0120-READ-PARM-CARD.
           READ PARM-CARD-FILE
               AT END
                   DISPLAY "BRDOSS01: PARM-CARD-FILE IS EMPTY"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "DOSPARM" TO ERR-TARGET-FIELD
                   MOVE "PARM-CARD-FILE IS EMPTY" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               NOT AT END
                   MOVE DP-BRANCH-ID TO WS-SEL-BRANCH-ID
                   MOVE DP-FROM-DATE TO WS-SEL-FROM-DATE
                   MOVE DP-TO-DATE TO WS-SEL-TO-DATE
           END-READ
           CLOSE PARM-CARD-FILE
           IF NOT WS-ABEND-REQUESTED
               IF WS-SEL-BRANCH-ID = SPACES
                   DISPLAY "BRDOSS01: PARM CARD NAMES NO BRANCH"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "DP-BRANCH" TO ERR-TARGET-FIELD
                   MOVE "PARM CARD NAMES NO BRANCH" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
           IF NOT WS-ABEND-REQUESTED
               IF WS-SEL-FROM-DATE NOT = SPACES
                AND WS-SEL-TO-DATE NOT = SPACES
                AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
                   DISPLAY "BRDOSS01: FROM DATE " WS-SEL-FROM-DATE
                           " IS AFTER TO DATE " WS-SEL-TO-DATE
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "DP-DATES" TO ERR-TARGET-FIELD
                   MOVE "FROM DATE IS AFTER TO DATE" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF.

       0150-WRITE-REPORT-HEADINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DOS-HDG-DATE
           MOVE WS-DOS-HEADING-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE WS-SEL-BRANCH-ID TO WS-DOS-FLT-BRANCH
           MOVE WS-SEL-FROM-DATE TO WS-DOS-FLT-FROM
           MOVE WS-SEL-TO-DATE TO WS-DOS-FLT-TO
           MOVE WS-DOS-FILTER-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

      *    Prints a section title with a blank line above it.
       0160-WRITE-SECTION-TITLE.
           MOVE SPACES TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE WS-DOS-CNT-LABEL TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

      *    Reads the whole branch master: the branch's own
      *    record is kept, and the feed controls are checked
      *    so a truncated master cannot make a live branch
      *    look as if it were never on file.
       0200-REPORT-BRANCH-MASTER.
           PERFORM UNTIL WS-BM-EOF OR WS-ABEND-REQUESTED
               READ BRANCH-MASTER-FILE
                   AT END
                       SET WS-BM-EOF TO TRUE
                   NOT AT END
                       IF BMC-CONTROL-REC
                           PERFORM 0210-MASTER-CONTROL-REC
                       ELSE
                           IF WS-OMC-TRL-SEEN
                               DISPLAY "BRDOSS01: BRANCH MASTER "
                                       "DATA RECORD AFTER TRAILER "
                                       "AT " BM-BRANCH-ID
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "MASTER DATA RECORD AFTER TRAILER"
                                   TO ERR-MESSAGE
                               MOVE "0200-REPORT-BRANCH-MASTER" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           ELSE
                               ADD 1 TO WS-OMC-REC-COUNT
                               IF BM-BRANCH-ID = WS-SEL-BRANCH-ID
                                   SET WS-MST-FOUND TO TRUE
                                   MOVE BM-BRANCH-NAME TO
                                            WS-MST-BRANCH-NAME
                                   MOVE BM-REGION-ID TO
                                            WS-MST-REGION-ID
                                   MOVE BM-STATUS-CODE TO
                                            WS-MST-STATUS-CODE
                                   MOVE BM-EFFECTIVE-DATE TO
                                            WS-MST-EFFECTIVE-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-ABEND-REQUESTED
            AND (NOT WS-OMC-HDR-SEEN OR NOT WS-OMC-TRL-SEEN)
               DISPLAY "BRDOSS01: BRANCH MASTER FEED CONTROLS "
                       "MISSING - POSSIBLE TRUNCATED FILE"
               MOVE WS-OMC-REC-COUNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "FEED-CTL" TO ERR-TARGET-FIELD
               MOVE "MASTER FEED HEADER/TRAILER MISSING" TO ERR-MESSAGE
               MOVE "0200-REPORT-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF NOT WS-ABEND-REQUESTED
               MOVE "BRANCH MASTER" TO WS-DOS-CNT-LABEL
               PERFORM 0160-WRITE-SECTION-TITLE
               IF WS-MST-FOUND
                   MOVE WS-SEL-BRANCH-ID TO WS-DOS-MST-BRANCH-ID
                   MOVE WS-MST-BRANCH-NAME TO WS-DOS-MST-NAME
                   MOVE WS-MST-REGION-ID TO WS-DOS-MST-REGION-ID
                   IF WS-MST-OPEN
                       MOVE "OPEN" TO WS-DOS-MST-STATUS
                   ELSE
                       MOVE "CLOSED" TO WS-DOS-MST-STATUS
                   END-IF
                   MOVE WS-MST-EFFECTIVE-DATE TO WS-DOS-MST-EFF-DATE
                   MOVE WS-DOS-MASTER-LINE TO DOSSIER-REPORT-LINE
               ELSE
                   DISPLAY "BRDOSS01: BRANCH " WS-SEL-BRANCH-ID
                           " NOT ON BRANCH MASTER"
                   MOVE "  BRANCH NOT ON BRANCH MASTER" TO
                            DOSSIER-REPORT-LINE
               END-IF
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF.

       0210-MASTER-CONTROL-REC.
           IF BMC-HEADER-REC
               SET WS-OMC-HDR-SEEN TO TRUE
           ELSE
               IF BMC-RECORD-COUNT NOT = WS-OMC-REC-COUNT
                   DISPLAY "BRDOSS01: BRANCH MASTER TRAILER "
                           "MISMATCH - EXPECTED " BMC-RECORD-COUNT
                           " READ " WS-OMC-REC-COUNT
                   MOVE BMC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-OMC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "MASTER FEED TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0210-MASTER-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-OMC-TRL-SEEN TO TRUE
               END-IF
           END-IF.

      *    The branch's region off the region reference file.
      *    Only the one region is wanted, so the file is
      *    scanned for it rather than loaded; feed control
      *    records are passed over.  Optional, as everywhere:
      *    without it the region prints as a bare code.
       0250-REPORT-REGION.
           MOVE "REGION AND DISTRICT" TO WS-DOS-CNT-LABEL
           PERFORM 0160-WRITE-SECTION-TITLE
           IF NOT WS-MST-FOUND
               MOVE "  NO REGION - BRANCH NOT ON BRANCH MASTER" TO
                        DOSSIER-REPORT-LINE
           ELSE
               OPEN INPUT REGION-REF-FILE
               IF NOT WS-RGN-OK
                   DISPLAY "BRDOSS01: REGION-REF-FILE NOT AVAILABLE, "
                           "STATUS=" WS-RGN-FILE-STATUS
                   MOVE "  REGION REFERENCE FILE NOT AVAILABLE" TO
                            DOSSIER-REPORT-LINE
               ELSE
                   SET WS-RGN-AVAILABLE TO TRUE
                   PERFORM UNTIL WS-RGN-EOF OR WS-RGN-FOUND
                       READ REGION-REF-FILE
                           AT END
                               SET WS-RGN-EOF TO TRUE
                           NOT AT END
                               IF NOT RGC-CONTROL-REC
                                AND RG-REGION-ID = WS-MST-REGION-ID
                                   SET WS-RGN-FOUND TO TRUE
                                   PERFORM 0255-SAVE-REGION-FIELDS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGION-REF-FILE
                   IF WS-RGN-FOUND
                       MOVE WS-DOS-REGION-LINE TO DOSSIER-REPORT-LINE
                   ELSE
                       MOVE "  REGION NOT ON REGION REFERENCE FILE" TO
                                DOSSIER-REPORT-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 0890-WRITE-REPORT-LINE.

      *    The matched region record, taken off the record
      *    area before the file is closed.
       0255-SAVE-REGION-FIELDS.
           MOVE RG-REGION-ID TO WS-DOS-RGN-REGION-ID
           MOVE RG-REGION-NAME TO WS-DOS-RGN-NAME
           MOVE RG-DISTRICT-ID TO WS-DOS-RGN-DISTRICT-ID
           MOVE RG-DISTRICT-NAME TO WS-DOS-RGN-DIST-NAME
           IF RG-REGION-ACTIVE
               MOVE "ACTIVE" TO WS-DOS-RGN-STATUS
           ELSE
               MOVE "INACTIVE" TO WS-DOS-RGN-STATUS
           END-IF.

      *    First pass over AUDITLOG: the BRMNT01 records for
      *    the branch - "BRMNT01" plus the transaction code
      *    in the run id - whatever their date, so the whole
      *    life of the branch prints.  The file is reopened
      *    for the accumulation-step pass.
       0300-REPORT-MAINTENANCE.
           MOVE "MAINTENANCE HISTORY (BRMNT01)" TO WS-DOS-CNT-LABEL
           PERFORM 0160-WRITE-SECTION-TITLE
           PERFORM UNTIL WS-AUD-EOF OR WS-ABEND-REQUESTED
               READ AUDIT-FILE
                   AT END
                       SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       IF AUD-BRANCH-ID = WS-SEL-BRANCH-ID
                        AND AUD-RUN-ID(1:7) = "BRMNT01"
                           PERFORM 0310-REPORT-ONE-ACTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAINT-ACTIONS = 0
               MOVE WS-DOS-NONE-LINE TO DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUD-OK
               DISPLAY "BRDOSS01: UNABLE TO REOPEN AUDIT-FILE, "
                       "STATUS=" WS-AUD-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AUDITLOG" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO REOPEN AUDIT-FILE" TO ERR-MESSAGE
               MOVE "0300-REPORT-MAINTENANCE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0310-REPORT-ONE-ACTION.
           ADD 1 TO WS-MAINT-ACTIONS
           MOVE AUD-TIMESTAMP TO WS-DOS-MNT-TIMESTAMP
           MOVE "UNKNOWN ACTION" TO WS-DOS-MNT-ACTION
           IF AUD-RUN-ID(8:1) = "A"
               MOVE "ADDED" TO WS-DOS-MNT-ACTION
           END-IF
           IF AUD-RUN-ID(8:1) = "C"
               MOVE "CHANGED" TO WS-DOS-MNT-ACTION
           END-IF
           IF AUD-RUN-ID(8:1) = "X"
               MOVE "CLOSED" TO WS-DOS-MNT-ACTION
           END-IF
           IF AUD-RUN-ID(8:1) = "M"
               MOVE "MERGED INTO SURVIVOR" TO WS-DOS-MNT-ACTION
           END-IF
           MOVE WS-DOS-MAINT-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

      *    The branch's BRHIST rows inside the range, read by
      *    key: START at the branch and the from date, then
      *    read on until the branch changes or the to date is
      *    passed.  Each night is flagged against the
      *    calendar - a row on a day the network did not
      *    process, or the branch was scheduled closed, is
      *    worth a question.
       0400-REPORT-NIGHTLY-HISTORY.
           MOVE "NIGHTLY HISTORY (BRHIST)" TO WS-DOS-CNT-LABEL
           PERFORM 0160-WRITE-SECTION-TITLE
           MOVE WS-DOS-NIGHT-COLUMN-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DOS-SHIFT-LINE
           MOVE "    SHIFTS" TO WS-DOS-SHIFT-LINE(1:10)
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                     UNTIL WS-SHIFT-SUB > 3
               MOVE "  S" TO WS-DOS-SHF-PFX(WS-SHIFT-SUB)
               MOVE WS-SHIFT-SUB TO WS-DOS-SHF-NUM(WS-SHIFT-SUB)
           END-PERFORM
           MOVE WS-SEL-BRANCH-ID TO HST-BRANCH-ID
           IF WS-SEL-FROM-DATE = SPACES
               MOVE LOW-VALUES TO HST-RUN-DATE
           ELSE
               MOVE WS-SEL-FROM-DATE TO HST-RUN-DATE
           END-IF
           START HISTORY-FILE KEY NOT < HST-KEY
           IF WS-HST-OK
               PERFORM UNTIL WS-HST-END OR NOT WS-HST-OK
                   READ HISTORY-FILE NEXT RECORD
                   IF WS-HST-OK
                       IF HST-BRANCH-ID NOT = WS-SEL-BRANCH-ID
                           MOVE "10" TO WS-HST-FILE-STATUS
                       ELSE
                           IF WS-SEL-TO-DATE NOT = SPACES
                            AND HST-RUN-DATE > WS-SEL-TO-DATE
                               MOVE "10" TO WS-HST-FILE-STATUS
                           ELSE
                               PERFORM 0410-REPORT-ONE-NIGHT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NIGHTS-LISTED = 0
               MOVE WS-DOS-NONE-LINE TO DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           ELSE
               MOVE WS-NIGHTS-LISTED TO WS-DOS-NTL-NIGHTS
               MOVE WS-HIST-COUNT-TOTAL TO WS-DOS-NTL-COUNT
               MOVE WS-HIST-AMT-TOTAL TO WS-DOS-NTL-AMT
               MOVE WS-NIGHTS-ON-CLOSED TO WS-DOS-NTL-CLOSED
               MOVE WS-DOS-NIGHT-TOTAL-LINE TO DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF.

       0410-REPORT-ONE-NIGHT.
           ADD 1 TO WS-NIGHTS-LISTED
           ADD HST-TRAN-COUNT TO WS-HIST-COUNT-TOTAL
           ADD HST-TRAN-AMT TO WS-HIST-AMT-TOTAL
           MOVE HST-RUN-DATE TO WS-DOS-NGT-RUN-DATE
           MOVE HST-RUN-ID TO WS-DOS-NGT-RUN-ID
           MOVE HST-TRAN-COUNT TO WS-DOS-NGT-COUNT
           MOVE HST-TRAN-AMT TO WS-DOS-NGT-AMT
           MOVE SPACES TO WS-DOS-NGT-FLAG
           IF HST-RUN-DATE IS NUMERIC
               MOVE HST-RUN-DATE TO WS-CAL-CHECK-DATE
               MOVE WS-SEL-BRANCH-ID TO WS-CAL-CHECK-BRANCH
               PERFORM 0415-CHECK-CALENDAR-DAY
               IF WS-CAL-BRANCH-CLOSED-DAY
                   MOVE "BRANCH CLOSED DAY" TO WS-DOS-NGT-FLAG
                   ADD 1 TO WS-NIGHTS-ON-CLOSED
               ELSE
                   IF NOT WS-CAL-BUSINESS-DAY
                       MOVE "NON-PROCESSING DAY" TO WS-DOS-NGT-FLAG
                       ADD 1 TO WS-NIGHTS-ON-CLOSED
                   END-IF
               END-IF
           END-IF
           MOVE WS-DOS-NIGHT-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                     UNTIL WS-SHIFT-SUB > 3
               MOVE HST-SHIFT-COUNT(WS-SHIFT-SUB) TO
                        WS-DOS-SHF-COUNT(WS-SHIFT-SUB)
               MOVE HST-SHIFT-AMT(WS-SHIFT-SUB) TO
                        WS-DOS-SHF-AMT(WS-SHIFT-SUB)
           END-PERFORM
           MOVE WS-DOS-SHIFT-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

      *    The BRMNT01 business-day test: standing weekday
      *    rules, network-wide dated entries, and the branch's
      *    own scheduled closures.
       0415-CHECK-CALENDAR-DAY.
           MOVE "Y" TO WS-CAL-BUSINESS-SW
           MOVE "N" TO WS-CAL-CLOSED-SW
           IF WS-CAL-AVAILABLE
               COMPUTE WS-CAL-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-NUM)
               COMPUTE WS-CAL-DOW =
                       FUNCTION REM(WS-CAL-DATE-INT - 1, 7) + 1
               IF WS-CAL-WEEKDAY-OFF(WS-CAL-DOW) = "Y"
                   MOVE "N" TO WS-CAL-BUSINESS-SW
               END-IF
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                         UNTIL WS-CAL-IDX > WS-CAL-TBL-CNT
                   IF WS-CALT-DATE(WS-CAL-IDX) = WS-CAL-CHECK-DATE
                       IF WS-CALT-BRANCH-ID(WS-CAL-IDX) = SPACES
                           MOVE "N" TO WS-CAL-BUSINESS-SW
                       ELSE
                           IF WS-CALT-BRANCH-ID(WS-CAL-IDX) =
                                   WS-CAL-CHECK-BRANCH
                               MOVE "Y" TO WS-CAL-CLOSED-SW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    The calendar as it bears on this branch: the
      *    standing non-processing weekdays, then the dated
      *    network days and the branch's own scheduled
      *    closures inside the range.
       0450-REPORT-CLOSURES.
           MOVE "CALENDAR CLOSURES" TO WS-DOS-CNT-LABEL
           PERFORM 0160-WRITE-SECTION-TITLE
           IF NOT WS-CAL-AVAILABLE
               MOVE "  BUSINESS-DAY CALENDAR NOT AVAILABLE" TO
                        DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                         UNTIL WS-CAL-IDX > 7
                   IF WS-CAL-WEEKDAY-OFF(WS-CAL-IDX) = "Y"
                       MOVE WS-WEEKDAY-NAME(WS-CAL-IDX) TO
                                WS-DOS-WKD-NAME
                       MOVE WS-DOS-WEEKDAY-LINE TO
                                DOSSIER-REPORT-LINE
                       PERFORM 0890-WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                         UNTIL WS-CLS-IDX > WS-CLS-TBL-CNT
                   MOVE WS-CLST-DATE(WS-CLS-IDX) TO WS-DOS-CLS-DATE
                   MOVE "OTHER" TO WS-DOS-CLS-TYPE
                   IF WS-CLST-DAY-TYPE(WS-CLS-IDX) = "H"
                       MOVE "HOLIDAY" TO WS-DOS-CLS-TYPE
                   END-IF
                   IF WS-CLST-DAY-TYPE(WS-CLS-IDX) = "W"
                       MOVE "WEEKEND" TO WS-DOS-CLS-TYPE
                   END-IF
                   IF WS-CLST-DAY-TYPE(WS-CLS-IDX) = "C"
                       MOVE "CLOSURE" TO WS-DOS-CLS-TYPE
                   END-IF
                   IF WS-CLST-BRANCH-ID(WS-CLS-IDX) = SPACES
                       MOVE "NETWORK" TO WS-DOS-CLS-SCOPE
                   ELSE
                       MOVE "THIS BRANCH" TO WS-DOS-CLS-SCOPE
                   END-IF
                   MOVE WS-CLST-DESCRIPTION(WS-CLS-IDX) TO
                            WS-DOS-CLS-DESCRIPTION
                   MOVE WS-DOS-CLOSURE-LINE TO DOSSIER-REPORT-LINE
                   PERFORM 0890-WRITE-REPORT-LINE
               END-PERFORM
               IF WS-CLS-TBL-CNT = 0
                   MOVE "  NO DATED ENTRIES IN THE DATE RANGE" TO
                            DOSSIER-REPORT-LINE
                   PERFORM 0890-WRITE-REPORT-LINE
               END-IF
           END-IF.

      *    Every SUSPENSE record still held for the branch,
      *    with the recycle passes it has been through and the
      *    date it was first suspended - the SUSPAGE view cut
      *    down to the one branch.
       0500-REPORT-SUSPENSE.
           MOVE "OUTSTANDING SUSPENSE" TO WS-DOS-CNT-LABEL
           PERFORM 0160-WRITE-SECTION-TITLE
           IF NOT WS-SUS-PRESENT
               MOVE "  NO SUSPENSE FILE ON HAND" TO
                        DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           ELSE
               MOVE WS-DOS-SUSP-COLUMN-LINE TO DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
               PERFORM UNTIL WS-SUS-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-SUS-EOF TO TRUE
                       NOT AT END
                           IF RJ-BRANCH-ID = WS-SEL-BRANCH-ID
                               PERFORM 0510-REPORT-ONE-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SUSP-RECORDS = 0
                   MOVE WS-DOS-NONE-LINE TO DOSSIER-REPORT-LINE
               ELSE
                   MOVE WS-SUSP-RECORDS TO WS-DOS-STL-RECORDS
                   MOVE WS-SUSP-COUNT-TOTAL TO WS-DOS-STL-COUNT
                   MOVE WS-SUSP-AMT-TOTAL TO WS-DOS-STL-AMT
                   MOVE WS-DOS-SUSP-TOTAL-LINE TO DOSSIER-REPORT-LINE
               END-IF
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF.

       0510-REPORT-ONE-SUSPENSE.
           ADD 1 TO WS-SUSP-RECORDS
           ADD RJ-TRAN-COUNT TO WS-SUSP-COUNT-TOTAL
           ADD RJ-TRAN-AMT TO WS-SUSP-AMT-TOTAL
           MOVE RJ-SHIFT-CODE TO WS-DOS-SUS-SHIFT
           MOVE RJ-TRAN-COUNT TO WS-DOS-SUS-COUNT
           MOVE RJ-TRAN-AMT TO WS-DOS-SUS-AMT
           MOVE RJ-REASON-CODE TO WS-DOS-SUS-REASON-CODE
           MOVE RJ-REASON-TEXT TO WS-DOS-SUS-REASON-TEXT
           MOVE RJ-CYCLE-COUNT TO WS-DOS-SUS-CYCLE
           MOVE RJ-SUSPENSE-DATE TO WS-DOS-SUS-DATE
           MOVE WS-DOS-SUSP-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

      *    The branch's adjusting entries.  ADJAPR01's
      *    open-item ledger carries every GLADJENT entry it
      *    has folded, with what became of it; GLADJENT itself
      *    holds only the last nightly's, so an entry there is
      *    listed only when the ledger does not have it yet.
      *    Ledger feed control records carry their tag in the
      *    branch-id position and so never match a branch.
       0550-REPORT-ADJUSTMENTS.
           MOVE "GL ADJUSTING ENTRIES" TO WS-DOS-CNT-LABEL
           PERFORM 0160-WRITE-SECTION-TITLE
           MOVE WS-DOS-ADJ-COLUMN-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           IF WS-LDG-PRESENT
               PERFORM UNTIL WS-LDG-EOF
                   READ LEDGER-FILE
                       AT END
                           SET WS-LDG-EOF TO TRUE
                       NOT AT END
                           IF AL-BRANCH-ID = WS-SEL-BRANCH-ID
                               PERFORM 0555-REPORT-ONE-LEDGER-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ADJ-PRESENT
               PERFORM UNTIL WS-ADJ-EOF
                   READ ADJUST-ENTRY-FILE
                       AT END
                           SET WS-ADJ-EOF TO TRUE
                       NOT AT END
                           IF AJ-BRANCH-ID = WS-SEL-BRANCH-ID
                               PERFORM 0560-REPORT-ONE-GLADJENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ADJ-ENTRIES = 0
               MOVE WS-DOS-NONE-LINE TO DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF.

       0555-REPORT-ONE-LEDGER-ITEM.
           ADD 1 TO WS-ADJ-ENTRIES
           IF WS-LDK-TBL-CNT < 500
               ADD 1 TO WS-LDK-TBL-CNT
               MOVE AL-RUN-DATE TO WS-LDKT-RUN-DATE(WS-LDK-TBL-CNT)
               MOVE AL-RUN-ID TO WS-LDKT-RUN-ID(WS-LDK-TBL-CNT)
           END-IF
           MOVE "LEDGER" TO WS-DOS-ADJ-SOURCE
           MOVE AL-RUN-DATE TO WS-DOS-ADJ-RUN-DATE
           MOVE AL-RUN-ID TO WS-DOS-ADJ-RUN-ID
           MOVE AL-SOURCE-CODE TO WS-DOS-ADJ-SRC-CODE
           MOVE AL-SYS-COUNT TO WS-DOS-ADJ-SYS-COUNT
           MOVE AL-GL-COUNT TO WS-DOS-ADJ-GL-COUNT
           MOVE AL-CNT-VARIANCE TO WS-DOS-ADJ-CNT-VAR
           MOVE AL-AMT-VARIANCE TO WS-DOS-ADJ-AMT-VAR
           MOVE AL-STATUS-CODE TO WS-DOS-ADJ-STATUS(1:1)
           PERFORM 0570-DESCRIBE-ADJ-STATUS
           MOVE AL-APPROVER-ID TO WS-DOS-ADJ-APPROVER
           MOVE AL-ACTION-DATE TO WS-DOS-ADJ-ACTION-DATE
           MOVE WS-DOS-ADJ-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

       0560-REPORT-ONE-GLADJENT.
           MOVE "N" TO WS-LDK-FOUND-SW
           PERFORM VARYING WS-LDK-IDX FROM 1 BY 1
                     UNTIL WS-LDK-IDX > WS-LDK-TBL-CNT
                        OR WS-LDK-FOUND
               IF WS-LDKT-RUN-DATE(WS-LDK-IDX) = AJ-RUN-DATE
                AND WS-LDKT-RUN-ID(WS-LDK-IDX) = AJ-RUN-ID
                   SET WS-LDK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-LDK-FOUND
               ADD 1 TO WS-ADJ-ENTRIES
               MOVE "GLADJENT" TO WS-DOS-ADJ-SOURCE
               MOVE AJ-RUN-DATE TO WS-DOS-ADJ-RUN-DATE
               MOVE AJ-RUN-ID TO WS-DOS-ADJ-RUN-ID
               MOVE AJ-SOURCE-CODE TO WS-DOS-ADJ-SRC-CODE
               MOVE AJ-SYS-COUNT TO WS-DOS-ADJ-SYS-COUNT
               MOVE AJ-GL-COUNT TO WS-DOS-ADJ-GL-COUNT
               MOVE AJ-CNT-VARIANCE TO WS-DOS-ADJ-CNT-VAR
               MOVE AJ-AMT-VARIANCE TO WS-DOS-ADJ-AMT-VAR
               MOVE AJ-STATUS-CODE TO WS-DOS-ADJ-STATUS(1:1)
               PERFORM 0570-DESCRIBE-ADJ-STATUS
               MOVE SPACES TO WS-DOS-ADJ-APPROVER
               MOVE SPACES TO WS-DOS-ADJ-ACTION-DATE
               MOVE WS-DOS-ADJ-LINE TO DOSSIER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF.

      *    Turns the status code left in the first byte of
      *    WS-DOS-ADJ-STATUS into words, per CPYAJ01.
       0570-DESCRIBE-ADJ-STATUS.
           IF WS-DOS-ADJ-STATUS(1:1) = "P"
               MOVE "PENDING" TO WS-DOS-ADJ-STATUS
           ELSE
               IF WS-DOS-ADJ-STATUS(1:1) = "A"
                   MOVE "APPROVED" TO WS-DOS-ADJ-STATUS
               ELSE
                   IF WS-DOS-ADJ-STATUS(1:1) = "R"
                       MOVE "RELEASED" TO WS-DOS-ADJ-STATUS
                   ELSE
                       IF WS-DOS-ADJ-STATUS(1:1) = "W"
                           MOVE "WRITTEN OFF" TO WS-DOS-ADJ-STATUS
                       ELSE
                           IF WS-DOS-ADJ-STATUS(1:1) = "X"
                               MOVE "WITHDRAWN" TO WS-DOS-ADJ-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Second pass over AUDITLOG: every accumulation step
      *    for the branch inside the range, in the AUDINQ01
      *    trace layout.  A BUGSOL01 crosswalk record ("XW"
      *    and the survivor as the run id) is the branch's
      *    own when it is the survivor - counts a merged id
      *    carried into it - as well as when it is the
      *    retired id the counts arrived under.
       0600-REPORT-ACCUM-STEPS.
           MOVE "ACCUMULATION STEPS (AUDITLOG)" TO WS-DOS-CNT-LABEL
           PERFORM 0160-WRITE-SECTION-TITLE
           MOVE WS-DOS-ACCUM-COLUMN-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           PERFORM UNTIL WS-AUD-EOF OR WS-ABEND-REQUESTED
               READ AUDIT-FILE
                   AT END
                       SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       IF AUD-RUN-ID(1:7) NOT = "BRMNT01"
                        AND (AUD-BRANCH-ID = WS-SEL-BRANCH-ID
                            OR (AUD-RUN-ID(1:2) = "XW"
                            AND AUD-RUN-ID(3:4) = WS-SEL-BRANCH-ID))
                        AND (WS-SEL-FROM-DATE = SPACES
                            OR AUD-TIMESTAMP(1:8)
                                   NOT < WS-SEL-FROM-DATE)
                        AND (WS-SEL-TO-DATE = SPACES
                            OR AUD-TIMESTAMP(1:8)
                                   NOT > WS-SEL-TO-DATE)
                           PERFORM 0610-REPORT-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCUM-STEPS = 0
               MOVE WS-DOS-NONE-LINE TO DOSSIER-REPORT-LINE
           ELSE
               MOVE "AUDIT RECORDS LISTED:" TO WS-DOS-CNT-LABEL
               MOVE WS-ACCUM-STEPS TO WS-DOS-CNT-VALUE
               MOVE WS-DOS-COUNT-LINE TO DOSSIER-REPORT-LINE
           END-IF
           PERFORM 0890-WRITE-REPORT-LINE.

       0610-REPORT-ONE-STEP.
           ADD 1 TO WS-ACCUM-STEPS
           MOVE AUD-TIMESTAMP TO WS-DOS-ACC-TIMESTAMP
           MOVE AUD-RUN-ID TO WS-DOS-ACC-RUN-ID
           MOVE AUD-BRANCH-ID TO WS-DOS-ACC-BRANCH-ID
           MOVE AUD-OPERAND-1 TO WS-DOS-ACC-OPERAND-1
           MOVE AUD-OPERAND-2 TO WS-DOS-ACC-OPERAND-2
           MOVE AUD-RESULT TO WS-DOS-ACC-RESULT
           MOVE AUD-AMT-OPERAND-1 TO WS-DOS-ACC-AMT-OPND-1
           MOVE AUD-AMT-OPERAND-2 TO WS-DOS-ACC-AMT-OPND-2
           MOVE AUD-AMT-RESULT TO WS-DOS-ACC-AMT-RESULT
           MOVE WS-DOS-ACCUM-LINE TO DOSSIER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

      *    Keeps the most severe class seen, as BUGSOL01 does,
      *    and clears the work field so the next record written
      *    is not tagged with a stale class.
       0830-CLASSIFY-ABEND.
           IF WS-RC-WORK > WS-ABEND-RC
               MOVE WS-RC-WORK TO WS-ABEND-RC
           END-IF
           MOVE 0 TO WS-RC-WORK.

      *    Writes one ERRLOG record for the exception the caller
      *    has described, WS-RC-WORK already set to its class.
      *    A failed WRITE here cannot be logged through this
      *    same paragraph; it is DISPLAYed and the run abended
      *    directly instead.
       0820-WRITE-ERROR-RECORD.
           ACCEPT WS-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-CURRENT-TIMESTAMP TO ERR-TIMESTAMP
           MOVE WS-ERR-SOURCE-PARA TO ERR-PARAGRAPH
           MOVE "BRDOSS01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "BRDOSS01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0890-WRITE-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE
           IF NOT WS-DOS-OK
               DISPLAY "BRDOSS01: DOSSIER-REPORT WRITE FAILED, "
                       "STATUS=" WS-DOS-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "BRDOSSR" TO ERR-TARGET-FIELD
               MOVE "DOSSIER REPORT WRITE FAILED" TO ERR-MESSAGE
               MOVE "0890-WRITE-REPORT-LINE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE
           IF WS-SUS-PRESENT
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-ADJ-PRESENT
               CLOSE ADJUST-ENTRY-FILE
           END-IF
           IF WS-LDG-PRESENT
               CLOSE LEDGER-FILE
           END-IF
           CLOSE DOSSIER-REPORT.
