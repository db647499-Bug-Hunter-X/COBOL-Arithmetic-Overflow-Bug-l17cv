       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTDST01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * RPTDST01 - Report distribution burst.  Runs after
      *            the nightly and splits the night's
      *            network-wide print - CTLRPT, GLVARRPT,
      *            TRENDRPT and SHIFTRPT - into one packet
      *            per district (or per region, on the
      *            parameter card, CPYRD01) so each district
      *            manager gets their own piece instead of
      *            pages torn out by hand.
      *
      *            A line belongs to a packet by what it
      *            names: a branch line by the branch's
      *            region on the branch master and that
      *            region's district on the region reference
      *            file; a region roll-up line by its region;
      *            a district roll-up line by its district.
      *            Lines under a GL variance branch line (its
      *            transaction-type lines) go with it.  Each
      *            report's heading lines - everything above
      *            its first routed line - head that report
      *            in every packet; its network-wide lines
      *            (grand totals, cross-foot) stay on the
      *            network listing only.
      *
      *            Every packet opens on a cover page whose
      *            first line carries the packet number and
      *            district for the print spool to split on,
      *            with the district's subtotals off CTLRPT
      *            and its GL variance and trend exception
      *            counts, region by region.  DISTPKT holds
      *            the packets one after another; DISTCTL is
      *            the distribution control listing of what
      *            was read, what was burst, and which
      *            packets were produced.
      *
      *            A branch that is not on the master, or
      *            whose region is not on the reference
      *            file, has no district - its lines go to
      *            an UNASSIGNED packet and it is flagged on
      *            the listing, so no branch's figures drop
      *            out of every packet.  That, or a report
      *            not there to burst, ends the run RC 04.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "DSTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.

           SELECT REGION-REF-FILE ASSIGN TO "REGNMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGN-FILE-STATUS.

           SELECT CONTROL-TOTAL-REPORT ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT GL-VARIANCE-REPORT ASSIGN TO "GLVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GVR-FILE-STATUS.

           SELECT TREND-REPORT ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRD-FILE-STATUS.

           SELECT SHIFT-REPORT ASSIGN TO "SHIFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHR-FILE-STATUS.

           SELECT PACKET-FILE ASSIGN TO "DISTPKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKT-FILE-STATUS.

           SELECT CONTROL-LISTING ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYRD01.

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

       FD  CONTROL-TOTAL-REPORT.
           COPY CPYRPT01.

       FD  GL-VARIANCE-REPORT.
           COPY CPYRPT03.

       FD  TREND-REPORT.
           COPY CPYRPT04.

       FD  SHIFT-REPORT.
           COPY CPYRPT09.

       FD  PACKET-FILE.
           COPY CPYRPT16.

       FD  CONTROL-LISTING.
           COPY CPYRPT17.

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
           05  WS-CTR-FILE-STATUS      PIC X(2) VALUE "00".
           05  WS-GVR-FILE-STATUS      PIC X(2) VALUE "00".
           05  WS-TRD-FILE-STATUS      PIC X(2) VALUE "00".
           05  WS-SHR-FILE-STATUS      PIC X(2) VALUE "00".
           05  WS-PKT-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PKT-OK                     VALUE "00".
           05  WS-DCL-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-DCL-OK                     VALUE "00".

      *    The four print files are worked through one at a
      *    time by subscript (1 CTLRPT, 2 GLVARRPT, 3 TRENDRPT,
      *    4 SHIFTRPT); the open or read just done leaves its
      *    status here.
       01  WS-RPT-STATUS-WORK          PIC X(2) VALUE "00".
           88  WS-RPT-STATUS-OK              VALUE "00".
           88  WS-RPT-STATUS-EOF             VALUE "10".
           88  WS-RPT-NOT-FOUND              VALUE "35".

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

       01  WS-RUN-DATE                 PIC X(8).

       01  WS-PACKET-LEVEL-SW          PIC X VALUE "D".
           88  WS-LEVEL-DISTRICT              VALUE "D".
           88  WS-LEVEL-REGION                VALUE "R".

      *    The scan pass tallies and flags; the burst pass
      *    re-reads each report once per packet and only
      *    routes.
       01  WS-PASS-SW                  PIC X VALUE "1".
           88  WS-SCAN-PASS                   VALUE "1".
           88  WS-BURST-PASS                  VALUE "2".

      *    Branch master image, branch to region, loaded and
      *    searched as BUGSOL01 loads it.
       01  WS-MASTER-AREA.
           05  WS-MST-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-MASTER-TABLE OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON WS-MST-TBL-CNT
                                    ASCENDING KEY IS WS-MST-BRANCH-ID
                                    INDEXED BY WS-MST-IDX.
               10  WS-MST-BRANCH-ID    PIC X(4).
               10  WS-MST-REGION-ID    PIC X(3).

       01  WS-MST-PREV-ID              PIC X(4) VALUE LOW-VALUES.

       01  WS-MASTER-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-MASTER-FOUND                VALUE "Y".

      *    Master feed control accounting: the header is
      *    passed over, the trailer count is verified against
      *    the data records read.
       01  WS-OMC-CTL-AREA.
           05  WS-OMC-HDR-SW           PIC X VALUE "N".
               88  WS-OMC-HDR-SEEN            VALUE "Y".
           05  WS-OMC-TRL-SW           PIC X VALUE "N".
               88  WS-OMC-TRL-SEEN            VALUE "Y".
           05  WS-OMC-REC-COUNT        PIC 9(9) VALUE 0.

       COPY CPYRG02.

      *    One tally slot per row of the region reference
      *    table, in the same order, plus slot 51 for lines
      *    that have no district.  The scan pass fills them
      *    from the report lines; the packets are built from
      *    them.
       01  WS-SLOT-AREA.
           05  WS-UNASSIGNED-SLOT      PIC 9(2) VALUE 51.
           05  WS-SLOT-IDX             PIC 9(2) VALUE 0.
           05  WS-SLOT-TABLE OCCURS 51 TIMES.
               10  WS-SLT-CTL-BRANCHES PIC 9(5).
               10  WS-SLT-COUNT        PIC 9(11).
               10  WS-SLT-AMT          PIC 9(13)V99.
               10  WS-SLT-GLV-EXC      PIC 9(5).
               10  WS-SLT-TRD-EXC      PIC 9(5).
               10  WS-SLT-SHF-BRANCHES PIC 9(5).
               10  WS-SLT-LINES        PIC 9(7).

      *    The four reports: names and titles, then what the
      *    scan pass found in each, with each report's heading
      *    lines kept to head it in every packet.
       01  WS-RPT-NAME-DATA.
           05  FILLER                  PIC X(8)  VALUE "CTLRPT".
           05  FILLER                  PIC X(30)
               VALUE "CONTROL TOTAL REPORT".
           05  FILLER                  PIC X(8)  VALUE "GLVARRPT".
           05  FILLER                  PIC X(30)
               VALUE "GL VARIANCE DETAIL REPORT".
           05  FILLER                  PIC X(8)  VALUE "TRENDRPT".
           05  FILLER                  PIC X(30)
               VALUE "TREND AND EXCEPTION REPORT".
           05  FILLER                  PIC X(8)  VALUE "SHIFTRPT".
           05  FILLER                  PIC X(30)
               VALUE "SHIFT BALANCE REPORT".
       01  WS-RPT-NAMES REDEFINES WS-RPT-NAME-DATA.
           05  WS-RPT-NAME-ROW OCCURS 4 TIMES.
               10  WS-RPN-DD-NAME      PIC X(8).
               10  WS-RPN-TITLE        PIC X(30).

       01  WS-RPT-INFO-AREA.
           05  WS-RPT-SUB              PIC 9(1) VALUE 0.
           05  WS-RPT-EOF-SW           PIC X VALUE "N".
               88  WS-RPT-EOF                 VALUE "Y".
           05  WS-REPORTS-MISSING      PIC 9(1) VALUE 0.
           05  WS-HDG-SUB              PIC 9(2) VALUE 0.
           05  WS-RPT-INFO OCCURS 4 TIMES.
               10  WS-RPI-PRESENT-SW   PIC X.
                   88  WS-RPI-PRESENT         VALUE "Y".
               10  WS-RPI-ROUTED-SW    PIC X.
                   88  WS-RPI-ROUTED          VALUE "Y".
               10  WS-RPI-READ         PIC 9(7).
               10  WS-RPI-HEAD         PIC 9(7).
               10  WS-RPI-BURST        PIC 9(7).
               10  WS-RPI-NETWORK      PIC 9(7).
               10  WS-RPI-HDG-CNT      PIC 9(2).
               10  WS-RPI-HDG-LINE OCCURS 8 TIMES
                                       PIC X(132).

       01  WS-IN-LINE                  PIC X(132).

      *    What 0400-CLASSIFY-LINE made of the line in
      *    WS-IN-LINE: a heading, a network-wide line, a line
      *    for one region slot, or a district roll-up line.
       01  WS-LINE-AREA.
           05  WS-LINE-KIND            PIC X VALUE "N".
               88  WS-LINE-HEADING            VALUE "H".
               88  WS-LINE-NETWORK            VALUE "N".
               88  WS-LINE-TO-SLOT            VALUE "S".
               88  WS-LINE-TO-DISTRICT        VALUE "D".
           05  WS-LINE-BRANCH-SW       PIC X VALUE "N".
               88  WS-LINE-IS-BRANCH          VALUE "Y".
           05  WS-LINE-BRANCH-ID       PIC X(4) VALUE SPACES.
           05  WS-LINE-REGION-ID       PIC X(3) VALUE SPACES.
           05  WS-LINE-DIST-ID         PIC X(3) VALUE SPACES.
           05  WS-LINE-SLOT            PIC 9(2) VALUE 0.
           05  WS-LAST-SLOT            PIC 9(2) VALUE 0.
           05  WS-DIST-FOUND-SW        PIC X VALUE "N".
               88  WS-DIST-FOUND              VALUE "Y".

      *    A Control Total Report branch line laid out as
      *    BUGSOL01 prints it, so its count and amount can be
      *    read back off the print for the cover subtotals.
       01  WS-CTL-LINE-VIEW.
           05  WS-CLV-LABEL            PIC X(30).
           05  WS-CLV-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2).
           05  WS-CLV-DOLLARS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20).

       01  WS-DE-COUNT                 PIC 9(9) VALUE 0.
       01  WS-DE-AMT                   PIC 9(11)V99 VALUE 0.

      *    The packets, kept in district (then region) order
      *    with the UNASSIGNED packet last.  Only a packet
      *    with lines routed to it is produced and numbered.
       01  WS-PACKET-AREA.
           05  WS-PKT-TBL-CNT          PIC 9(2) VALUE 0.
           05  WS-PKT-IDX              PIC 9(2) VALUE 0.
           05  WS-PKT-INS-IDX          PIC 9(2) VALUE 0.
           05  WS-PKT-SHIFT-IDX        PIC 9(2) VALUE 0.
           05  WS-PKT-FOUND-SW         PIC X VALUE "N".
               88  WS-PKT-FOUND               VALUE "Y".
           05  WS-PACKETS-PRODUCED     PIC 9(3) VALUE 0.
           05  WS-NEW-PKT-KEY.
               10  WS-NEW-PKT-DIST     PIC X(3).
               10  WS-NEW-PKT-REGION   PIC X(3).
           05  WS-IN-PACKET-SW         PIC X VALUE "N".
               88  WS-IN-PACKET               VALUE "Y".
           05  WS-PACKET-TABLE OCCURS 51 TIMES.
               10  WS-PKTT-SORT-KEY    PIC X(6).
               10  WS-PKTT-DIST-ID     PIC X(3).
               10  WS-PKTT-DIST-NAME   PIC X(25).
               10  WS-PKTT-REGION-ID   PIC X(3).
               10  WS-PKTT-REGION-NAME PIC X(25).
               10  WS-PKTT-UNASSIGNED-SW
                                       PIC X.
                   88  WS-PKTT-UNASSIGNED     VALUE "Y".
               10  WS-PKTT-NUMBER      PIC 9(3).
               10  WS-PKTT-BRANCHES    PIC 9(5).
               10  WS-PKTT-COUNT       PIC 9(11).
               10  WS-PKTT-AMT         PIC 9(13)V99.
               10  WS-PKTT-GLV-EXC     PIC 9(5).
               10  WS-PKTT-TRD-EXC     PIC 9(5).
               10  WS-PKTT-SHF-BRANCHES
                                       PIC 9(5).
               10  WS-PKTT-SLOT-LINES  PIC 9(7).
               10  WS-PKTT-RPT-LINES OCCURS 4 TIMES
                                       PIC 9(7).

      *    Branches, regions and districts named on the
      *    reports or the master that have no district on the
      *    reference file.
       01  WS-FLAG-AREA.
           05  WS-FLG-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-FLG-IDX              PIC 9(3) VALUE 0.
           05  WS-FLG-OVERFLOW         PIC 9(5) VALUE 0.
           05  WS-FLG-FOUND-SW         PIC X VALUE "N".
               88  WS-FLG-FOUND               VALUE "Y".
           05  WS-FLG-NEW-ID           PIC X(4) VALUE SPACES.
           05  WS-FLG-NEW-REGION       PIC X(3) VALUE SPACES.
           05  WS-FLG-NEW-REASON       PIC X(30) VALUE SPACES.
           05  WS-FLG-NEW-LINE-SW      PIC X VALUE "N".
               88  WS-FLG-NEW-IS-LINE         VALUE "Y".
           05  WS-FLAG-TABLE OCCURS 500 TIMES.
               10  WS-FLGT-ID          PIC X(4).
               10  WS-FLGT-REGION      PIC X(3).
               10  WS-FLGT-REASON      PIC X(30).
               10  WS-FLGT-LINES       PIC 9(5).

       01  WS-PKC-BANNER-LINE.
           05  FILLER                  PIC X(24)
               VALUE "*** DISTRIBUTION PACKET ".
           05  WS-PKC-NUMBER           PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE " OF ".
           05  WS-PKC-OF               PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE " *** ".
           05  FILLER                  PIC X(9)  VALUE "DISTRICT ".
           05  WS-PKC-DIST-ID          PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-PKC-DIST-NAME        PIC X(25).
           05  WS-PKC-RGN-LABEL        PIC X(9).
           05  WS-PKC-RGN-ID           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-PKC-RGN-NAME         PIC X(25).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-PKC-DATE-LINE.
           05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
           05  WS-PKC-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(15)
               VALUE "  PACKET LEVEL ".
           05  WS-PKC-LEVEL            PIC X(8).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-PKC-COLUMN-LINE.
           05  FILLER                  PIC X(8)  VALUE "REGION".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(8)  VALUE "BRANCHES".
           05  FILLER                  PIC X(16)
               VALUE "         COUNT  ".
           05  FILLER                  PIC X(20)
               VALUE "            AMOUNT  ".
           05  FILLER                  PIC X(8)  VALUE " GLVAR".
           05  FILLER                  PIC X(8)  VALUE " TREND".
           05  FILLER                  PIC X(6)  VALUE " SHIFT".
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-PKC-DETAIL-LINE.
           05  WS-PKC-DTL-REGION       PIC X(3).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-PKC-DTL-NAME         PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PKC-DTL-BRANCHES     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PKC-DTL-COUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PKC-DTL-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PKC-DTL-GLV          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PKC-DTL-TRD          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PKC-DTL-SHF          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-PKC-LEGEND-LINE.
           05  FILLER                  PIC X(34)
               VALUE "BRANCHES/COUNT/AMOUNT OFF CTLRPT  ".
           05  FILLER                  PIC X(24)
               VALUE "GLVAR/TREND = EXCEPTION ".
           05  FILLER                  PIC X(26)
               VALUE "LINES ON GLVARRPT/TRENDRPT".
           05  FILLER                  PIC X(48)
               VALUE "  SHIFT = BRANCHES ON SHIFTRPT".

       01  WS-FLG-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-FLL-ID               PIC X(4).
           05  FILLER                  PIC X(9)  VALUE "  REGION ".
           05  WS-FLL-REGION           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-FLL-REASON           PIC X(30).
           05  FILLER                  PIC X(15)
               VALUE "  REPORT LINES ".
           05  WS-FLL-LINES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-PKR-BANNER-LINE.
           05  FILLER                  PIC X(4)  VALUE "--- ".
           05  WS-PKR-DD-NAME          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  WS-PKR-TITLE            PIC X(30).
           05  FILLER                  PIC X(4)  VALUE " ---".
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-DCL-HEADING-LINE.
           05  FILLER                  PIC X(31)
               VALUE "DISTRIBUTION CONTROL LISTING -".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-DCL-HDG-DATE         PIC X(10).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-DCL-LEVEL-LINE.
           05  FILLER                  PIC X(14)
               VALUE "PACKET LEVEL: ".
           05  WS-DCL-LEVEL            PIC X(8).
           05  FILLER                  PIC X(110) VALUE SPACES.

       01  WS-DCL-RPT-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "REPORT".
           05  FILLER                  PIC X(14) VALUE "STATUS".
           05  FILLER                  PIC X(11) VALUE "     READ".
           05  FILLER                  PIC X(11) VALUE "  HEADING".
           05  FILLER                  PIC X(11) VALUE "    BURST".
           05  FILLER                  PIC X(9)  VALUE "  NETWORK".
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-DCL-RPT-LINE.
           05  WS-DCL-RPT-NAME         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-RPT-STATUS       PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-RPT-READ         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-RPT-HEAD         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-RPT-BURST        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-RPT-NETWORK      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-DCL-PKT-COLUMN-LINE.
           05  FILLER                  PIC X(5)  VALUE "PKT".
           05  FILLER                  PIC X(5)  VALUE "DST".
           05  FILLER                  PIC X(5)  VALUE "RGN".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(8)  VALUE " CTLRPT".
           05  FILLER                  PIC X(8)  VALUE "GLVARRPT".
           05  FILLER                  PIC X(8)  VALUE "TRENDRPT".
           05  FILLER                  PIC X(9)  VALUE "SHIFTRPT".
           05  FILLER                  PIC X(16)
               VALUE "         COUNT  ".
           05  FILLER                  PIC X(20)
               VALUE "            AMOUNT  ".
           05  FILLER                  PIC X(12) VALUE "STATUS".
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-DCL-PKT-LINE.
           05  WS-DCL-PKT-NUMBER       PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-PKT-DIST-ID      PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-PKT-REGION-ID    PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-PKT-NAME         PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-PKT-RPT-COL OCCURS 4 TIMES.
               10  WS-DCL-PKT-LINES    PIC ZZZ,ZZ9.
               10  WS-DCL-PKT-SP       PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DCL-PKT-COUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-PKT-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DCL-PKT-STATUS       PIC X(12).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-DCL-COUNT-LINE.
           05  WS-DCL-CNT-LABEL        PIC X(30).
           05  WS-DCL-CNT-VALUE        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-PARM-CARD
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0200-LOAD-BRANCH-MASTER
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0178-LOAD-REGION-REF
               PERFORM 0190-CHECK-REGION-REF
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0250-FLAG-MASTER-BRANCHES
               PERFORM 0300-SCAN-REPORTS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0500-BUILD-PACKETS
               PERFORM 0600-WRITE-PACKETS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0700-WRITE-CONTROL-LISTING
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "RPTDST01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               DISPLAY "RPTDST01: " WS-PACKETS-PRODUCED
                       " PACKETS PRODUCED, " WS-FLG-TBL-CNT
                       " ITEMS WITH NO DISTRICT, "
                       WS-REPORTS-MISSING " REPORTS NOT PRESENT"
               IF WS-FLG-TBL-CNT > 0 OR WS-REPORTS-MISSING > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0900-CLOSE-FILES
           STOP RUN.

      *    The four print files are opened as each is burst,
      *    not here - a report not there tonight is listed as
      *    not present rather than stopping the run.
       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "RPTDST01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "RPTDST01: UNABLE TO OPEN PARM-CARD-FILE, "
                       "STATUS=" WS-PRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BM-OK
               DISPLAY "RPTDST01: UNABLE TO OPEN BRANCH-MASTER-FILE, "
                       "STATUS=" WS-BM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PACKET-FILE
           IF NOT WS-PKT-OK
               DISPLAY "RPTDST01: UNABLE TO OPEN PACKET-FILE, "
                       "STATUS=" WS-PKT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-LISTING
           IF NOT WS-DCL-OK
               DISPLAY "RPTDST01: UNABLE TO OPEN CONTROL-LISTING, "
                       "STATUS=" WS-DCL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0120-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ PARM-CARD-FILE
               AT END
                   DISPLAY "RPTDST01: PARM-CARD-FILE IS EMPTY"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "DSTPARM" TO ERR-TARGET-FIELD
                   MOVE "PARM-CARD-FILE IS EMPTY" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               NOT AT END
                   IF RD-BY-DISTRICT
                       SET WS-LEVEL-DISTRICT TO TRUE
                   ELSE
                       IF RD-BY-REGION
                           SET WS-LEVEL-REGION TO TRUE
                       ELSE
                           DISPLAY "RPTDST01: PACKET LEVEL '"
                                   RD-PACKET-LEVEL
                                   "' IS NOT D OR R"
                           MOVE ZERO TO ERR-OPERAND-1
                           MOVE ZERO TO ERR-OPERAND-2
                           MOVE "RD-LEVEL" TO ERR-TARGET-FIELD
                           MOVE "PACKET LEVEL IS NOT D OR R" TO
                                    ERR-MESSAGE
                           MOVE "0120-READ-PARM-CARD" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 16 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       END-IF
                   END-IF
           END-READ
           CLOSE PARM-CARD-FILE.

       0176-REGION-REF-CONTROL.
           IF RGC-HEADER-REC
               SET WS-RGF-HDR-SEEN TO TRUE
           ELSE
               IF RGC-RECORD-COUNT NOT = WS-RGF-REC-COUNT
                   DISPLAY "RPTDST01: REGION-REF-FILE TRAILER "
                           "MISMATCH - EXPECTED " RGC-RECORD-COUNT
                           " READ " WS-RGF-REC-COUNT
                   MOVE "N" TO WS-RGF-AVAILABLE-SW
                   MOVE 0 TO WS-RGF-TBL-CNT
               ELSE
                   SET WS-RGF-TRL-SEEN TO TRUE
               END-IF
           END-IF.

      *    Loads the region reference file as BUGSOL01 does.
      *    Here it is what the packets are cut by, so
      *    0190-CHECK-REGION-REF stops the run when it did
      *    not load.
       0178-LOAD-REGION-REF.
           OPEN INPUT REGION-REF-FILE
           IF NOT WS-RGN-OK
               DISPLAY "RPTDST01: REGION-REF-FILE NOT AVAILABLE, "
                       "STATUS=" WS-RGN-FILE-STATUS
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
                               DISPLAY "RPTDST01: REGION-REF-FILE "
                                       "ENDED WITHOUT A TRAILER"
                               MOVE "N" TO WS-RGF-AVAILABLE-SW
                               MOVE 0 TO WS-RGF-TBL-CNT
                           END-IF
                       NOT AT END
                           IF RGC-CONTROL-REC
                               PERFORM 0176-REGION-REF-CONTROL
                           ELSE
                               IF WS-RGF-TRL-SEEN
                                   DISPLAY "RPTDST01: REGION-REF-"
                                           "FILE DATA AFTER "
                                           "TRAILER"
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
               DISPLAY "RPTDST01: REGION-REF-FILE OUT OF SEQUENCE "
                       "OR OVER 50 ROWS"
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

       0190-CHECK-REGION-REF.
           IF NOT WS-RGF-AVAILABLE OR WS-RGF-TBL-CNT = 0
               DISPLAY "RPTDST01: NO REGION REFERENCE TABLE - "
                       "NOTHING TO CUT PACKETS BY"
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "REGNMST" TO ERR-TARGET-FIELD
               MOVE "REGION REFERENCE FILE NOT LOADED" TO ERR-MESSAGE
               MOVE "0190-CHECK-REGION-REF" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    Loads the branch master into WS-MASTER-TABLE the
      *    same way BUGSOL01 does.  A truncated master would
      *    send live branches to the UNASSIGNED packet, so a
      *    broken one stops the run.
       0200-LOAD-BRANCH-MASTER.
           MOVE LOW-VALUES TO WS-MST-PREV-ID
           PERFORM UNTIL WS-BM-EOF OR WS-ABEND-REQUESTED
               READ BRANCH-MASTER-FILE
                   AT END
                       SET WS-BM-EOF TO TRUE
                   NOT AT END
                       IF BMC-CONTROL-REC
                           PERFORM 0220-MASTER-CONTROL-REC
                       ELSE
                           IF WS-OMC-TRL-SEEN
                               DISPLAY "RPTDST01: BRANCH MASTER "
                                       "DATA RECORD AFTER TRAILER "
                                       "AT " BM-BRANCH-ID
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "MASTER DATA RECORD AFTER TRAILER"
                                   TO ERR-MESSAGE
                               MOVE "0200-LOAD-BRANCH-MASTER" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           ELSE
                               ADD 1 TO WS-OMC-REC-COUNT
                               PERFORM 0210-LOAD-ONE-MASTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-ABEND-REQUESTED
            AND (NOT WS-OMC-HDR-SEEN OR NOT WS-OMC-TRL-SEEN)
               DISPLAY "RPTDST01: BRANCH MASTER FEED CONTROLS "
                       "MISSING - POSSIBLE TRUNCATED FILE"
               MOVE WS-OMC-REC-COUNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "FEED-CTL" TO ERR-TARGET-FIELD
               MOVE "MASTER FEED HEADER/TRAILER MISSING" TO ERR-MESSAGE
               MOVE "0200-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 28 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0210-LOAD-ONE-MASTER.
           IF BM-BRANCH-ID NOT > WS-MST-PREV-ID
               DISPLAY "RPTDST01: BRANCH MASTER OUT OF SEQUENCE "
                       "AT " BM-BRANCH-ID
               MOVE WS-MST-TBL-CNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "MASTER-SEQ" TO ERR-TARGET-FIELD
               MOVE "BRANCH MASTER OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0210-LOAD-ONE-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE BM-BRANCH-ID TO WS-MST-PREV-ID
               ADD 1 TO WS-MST-TBL-CNT
               IF WS-MST-TBL-CNT > 10000
                   DISPLAY "RPTDST01: MASTER TABLE OCCURS 10000 "
                           "EXCEEDED"
                   MOVE WS-MST-TBL-CNT TO ERR-OPERAND-1
                   MOVE 10000 TO ERR-OPERAND-2
                   MOVE "MASTER-CNT" TO ERR-TARGET-FIELD
                   MOVE "MASTER TABLE OCCURS 10000 EXCEEDED" TO
                            ERR-MESSAGE
                   MOVE "0210-LOAD-ONE-MASTER" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
                   MOVE 10000 TO WS-MST-TBL-CNT
               ELSE
                   SET WS-MST-IDX TO WS-MST-TBL-CNT
                   MOVE BM-BRANCH-ID TO
                            WS-MST-BRANCH-ID(WS-MST-IDX)
                   MOVE BM-REGION-ID TO
                            WS-MST-REGION-ID(WS-MST-IDX)
               END-IF
           END-IF.

       0220-MASTER-CONTROL-REC.
           IF BMC-HEADER-REC
               SET WS-OMC-HDR-SEEN TO TRUE
           ELSE
               IF BMC-RECORD-COUNT NOT = WS-OMC-REC-COUNT
                   DISPLAY "RPTDST01: BRANCH MASTER TRAILER "
                           "MISMATCH - EXPECTED " BMC-RECORD-COUNT
                           " READ " WS-OMC-REC-COUNT
                   MOVE BMC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-OMC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "MASTER FEED TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0220-MASTER-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-OMC-TRL-SEEN TO TRUE
               END-IF
           END-IF.

      *    Every branch on the master whose region is not on
      *    the reference file is flagged up front, whether or
      *    not it appears on tonight's reports - it would drop
      *    out of every packet the first night it did.
       0250-FLAG-MASTER-BRANCHES.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                     UNTIL WS-MST-IDX > WS-MST-TBL-CNT
               MOVE WS-MST-REGION-ID(WS-MST-IDX) TO WS-RGF-LOOKUP-ID
               PERFORM 0440-FIND-REGION-REF
               IF NOT WS-RGF-FOUND
                   MOVE WS-MST-BRANCH-ID(WS-MST-IDX) TO WS-FLG-NEW-ID
                   MOVE WS-MST-REGION-ID(WS-MST-IDX) TO
                            WS-FLG-NEW-REGION
                   MOVE "REGION NOT ON REFERENCE FILE" TO
                            WS-FLG-NEW-REASON
                   MOVE "N" TO WS-FLG-NEW-LINE-SW
                   PERFORM 0460-FLAG-ENTRY
               END-IF
           END-PERFORM.

      *    Scan pass: reads each report once, classifying
      *    every line, keeping its heading lines and tallying
      *    the cover figures into the region slots.
       0300-SCAN-REPORTS.
           SET WS-SCAN-PASS TO TRUE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                     UNTIL WS-SLOT-IDX > 51
               MOVE 0 TO WS-SLT-CTL-BRANCHES(WS-SLOT-IDX)
               MOVE 0 TO WS-SLT-COUNT(WS-SLOT-IDX)
               MOVE 0 TO WS-SLT-AMT(WS-SLOT-IDX)
               MOVE 0 TO WS-SLT-GLV-EXC(WS-SLOT-IDX)
               MOVE 0 TO WS-SLT-TRD-EXC(WS-SLOT-IDX)
               MOVE 0 TO WS-SLT-SHF-BRANCHES(WS-SLOT-IDX)
               MOVE 0 TO WS-SLT-LINES(WS-SLOT-IDX)
           END-PERFORM
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                     UNTIL WS-RPT-SUB > 4 OR WS-ABEND-REQUESTED
               MOVE "N" TO WS-RPI-PRESENT-SW(WS-RPT-SUB)
               MOVE 0 TO WS-RPI-READ(WS-RPT-SUB)
               MOVE 0 TO WS-RPI-HEAD(WS-RPT-SUB)
               MOVE 0 TO WS-RPI-BURST(WS-RPT-SUB)
               MOVE 0 TO WS-RPI-NETWORK(WS-RPT-SUB)
               MOVE 0 TO WS-RPI-HDG-CNT(WS-RPT-SUB)
               PERFORM 0305-SCAN-ONE-REPORT
           END-PERFORM.

       0305-SCAN-ONE-REPORT.
           PERFORM 0310-OPEN-REPORT
           IF WS-RPT-STATUS-OK
               SET WS-RPI-PRESENT(WS-RPT-SUB) TO TRUE
               PERFORM UNTIL WS-RPT-EOF OR WS-ABEND-REQUESTED
                   PERFORM 0320-READ-REPORT
                   IF NOT WS-RPT-EOF
                       PERFORM 0340-SCAN-ONE-LINE
                   END-IF
               END-PERFORM
               PERFORM 0330-CLOSE-REPORT
           ELSE
               IF WS-RPT-NOT-FOUND
                   DISPLAY "RPTDST01: " WS-RPN-DD-NAME(WS-RPT-SUB)
                           " NOT PRESENT - NOT BURST TONIGHT"
                   ADD 1 TO WS-REPORTS-MISSING
               ELSE
                   PERFORM 0315-REPORT-OPEN-FAILED
               END-IF
           END-IF.

       0310-OPEN-REPORT.
           MOVE "N" TO WS-RPT-EOF-SW
           MOVE "N" TO WS-RPI-ROUTED-SW(WS-RPT-SUB)
           MOVE 0 TO WS-LAST-SLOT
           IF WS-RPT-SUB = 1
               OPEN INPUT CONTROL-TOTAL-REPORT
               MOVE WS-CTR-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF
           IF WS-RPT-SUB = 2
               OPEN INPUT GL-VARIANCE-REPORT
               MOVE WS-GVR-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF
           IF WS-RPT-SUB = 3
               OPEN INPUT TREND-REPORT
               MOVE WS-TRD-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF
           IF WS-RPT-SUB = 4
               OPEN INPUT SHIFT-REPORT
               MOVE WS-SHR-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF.

       0315-REPORT-OPEN-FAILED.
           DISPLAY "RPTDST01: UNABLE TO OPEN "
                   WS-RPN-DD-NAME(WS-RPT-SUB)
                   ", STATUS=" WS-RPT-STATUS-WORK
           MOVE ZERO TO ERR-OPERAND-1
           MOVE ZERO TO ERR-OPERAND-2
           MOVE WS-RPN-DD-NAME(WS-RPT-SUB) TO ERR-TARGET-FIELD
           MOVE "UNABLE TO OPEN REPORT TO BURST" TO ERR-MESSAGE
           MOVE "0315-REPORT-OPEN-FAILED" TO WS-ERR-SOURCE-PARA
           MOVE 16 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           SET WS-ABEND-REQUESTED TO TRUE
           PERFORM 0830-CLASSIFY-ABEND.

      *    Reads the next line of the current report into
      *    WS-IN-LINE - the 80-column reports arrive padded
      *    out to 132 with spaces.
       0320-READ-REPORT.
           IF WS-RPT-SUB = 1
               READ CONTROL-TOTAL-REPORT
                   AT END
                       SET WS-RPT-EOF TO TRUE
                   NOT AT END
                       MOVE CONTROL-TOTAL-REPORT-LINE TO WS-IN-LINE
               END-READ
               MOVE WS-CTR-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF
           IF WS-RPT-SUB = 2
               READ GL-VARIANCE-REPORT
                   AT END
                       SET WS-RPT-EOF TO TRUE
                   NOT AT END
                       MOVE GL-VARIANCE-REPORT-LINE TO WS-IN-LINE
               END-READ
               MOVE WS-GVR-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF
           IF WS-RPT-SUB = 3
               READ TREND-REPORT
                   AT END
                       SET WS-RPT-EOF TO TRUE
                   NOT AT END
                       MOVE TREND-REPORT-LINE TO WS-IN-LINE
               END-READ
               MOVE WS-TRD-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF
           IF WS-RPT-SUB = 4
               READ SHIFT-REPORT
                   AT END
                       SET WS-RPT-EOF TO TRUE
                   NOT AT END
                       MOVE SHIFT-REPORT-LINE TO WS-IN-LINE
               END-READ
               MOVE WS-SHR-FILE-STATUS TO WS-RPT-STATUS-WORK
           END-IF
           IF NOT WS-RPT-EOF AND NOT WS-RPT-STATUS-OK
               DISPLAY "RPTDST01: " WS-RPN-DD-NAME(WS-RPT-SUB)
                       " READ FAILED, STATUS=" WS-RPT-STATUS-WORK
               MOVE WS-RPI-READ(WS-RPT-SUB) TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE WS-RPN-DD-NAME(WS-RPT-SUB) TO ERR-TARGET-FIELD
               MOVE "REPORT READ FAILED" TO ERR-MESSAGE
               MOVE "0320-READ-REPORT" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
               SET WS-RPT-EOF TO TRUE
           END-IF.

       0330-CLOSE-REPORT.
           IF WS-RPT-SUB = 1
               CLOSE CONTROL-TOTAL-REPORT
           END-IF
           IF WS-RPT-SUB = 2
               CLOSE GL-VARIANCE-REPORT
           END-IF
           IF WS-RPT-SUB = 3
               CLOSE TREND-REPORT
           END-IF
           IF WS-RPT-SUB = 4
               CLOSE SHIFT-REPORT
           END-IF.

       0340-SCAN-ONE-LINE.
           ADD 1 TO WS-RPI-READ(WS-RPT-SUB)
           PERFORM 0400-CLASSIFY-LINE
           IF WS-LINE-HEADING
               ADD 1 TO WS-RPI-HEAD(WS-RPT-SUB)
               IF WS-RPI-HDG-CNT(WS-RPT-SUB) < 8
                   ADD 1 TO WS-RPI-HDG-CNT(WS-RPT-SUB)
                   MOVE WS-RPI-HDG-CNT(WS-RPT-SUB) TO WS-HDG-SUB
                   MOVE WS-IN-LINE TO
                            WS-RPI-HDG-LINE(WS-RPT-SUB WS-HDG-SUB)
               END-IF
           ELSE
               IF WS-LINE-NETWORK
                   ADD 1 TO WS-RPI-NETWORK(WS-RPT-SUB)
               ELSE
                   ADD 1 TO WS-RPI-BURST(WS-RPT-SUB)
                   IF WS-LINE-TO-SLOT
                       ADD 1 TO WS-SLT-LINES(WS-LINE-SLOT)
                       IF WS-LINE-IS-BRANCH
                           PERFORM 0420-TALLY-BRANCH-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Decides where the line in WS-IN-LINE goes, from the
      *    layouts BUGSOL01 and RGNCON01 print:
      *      CTLRPT   "BRANCH xxxx SUBTOTAL" (or LATE BRANCH on
      *               an amended report), "REGION rrr ..." and
      *               "DISTRICT ddd ..." roll-up lines, and the
      *               indented register item lines under a
      *               region's adjustment;
      *      GLVARRPT a branch id in columns 1-4 with columns
      *               5-6 blank, and the indented type lines
      *               under it;
      *      TRENDRPT a branch id in columns 1-4, and the
      *               "REGION"/"DISTRICT" exception roll-up;
      *      SHIFTRPT a branch id in columns 1-4, and the
      *               "REGION rrr" shift roll-up.
      *    A roll-up id is always followed by a blank, which
      *    keeps "REGION ROLL-UP" and the like off the list.
      *    Anything else above the report's first routed line
      *    is a heading; below it, a network-wide line.
       0400-CLASSIFY-LINE.
           SET WS-LINE-NETWORK TO TRUE
           MOVE "N" TO WS-LINE-BRANCH-SW
           MOVE 0 TO WS-LINE-SLOT
           MOVE SPACES TO WS-LINE-BRANCH-ID
           MOVE SPACES TO WS-LINE-REGION-ID
           MOVE SPACES TO WS-LINE-DIST-ID
           IF WS-IN-LINE NOT = SPACES
               IF WS-RPT-SUB = 1
                   PERFORM 0410-CLASSIFY-CTL-LINE
               ELSE
                   PERFORM 0412-CLASSIFY-BRANCH-COLUMN
               END-IF
               IF WS-RPT-SUB = 3
                   PERFORM 0414-CLASSIFY-TRD-ROLLUP
               END-IF
               IF WS-RPT-SUB = 4
                   PERFORM 0416-CLASSIFY-SHF-ROLLUP
               END-IF
           END-IF
           IF WS-LINE-BRANCH-ID NOT = SPACES
               PERFORM 0430-RESOLVE-BRANCH
           ELSE
               IF WS-LINE-REGION-ID NOT = SPACES
                   PERFORM 0435-RESOLVE-REGION
               ELSE
                   IF WS-LINE-DIST-ID NOT = SPACES
                       PERFORM 0437-RESOLVE-DISTRICT
                   ELSE
                       IF (WS-RPT-SUB = 1 OR WS-RPT-SUB = 2)
                        AND WS-LAST-SLOT > 0
                        AND WS-IN-LINE(1:6) = SPACES
                        AND WS-IN-LINE(7:1) NOT = SPACE
                           SET WS-LINE-TO-SLOT TO TRUE
                           MOVE WS-LAST-SLOT TO WS-LINE-SLOT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-TO-SLOT
               MOVE WS-LINE-SLOT TO WS-LAST-SLOT
           ELSE
               MOVE 0 TO WS-LAST-SLOT
           END-IF
           IF WS-LINE-NETWORK
               IF NOT WS-RPI-ROUTED(WS-RPT-SUB)
                   SET WS-LINE-HEADING TO TRUE
               END-IF
           ELSE
               SET WS-RPI-ROUTED(WS-RPT-SUB) TO TRUE
           END-IF.

       0410-CLASSIFY-CTL-LINE.
           IF WS-IN-LINE(1:7) = "BRANCH "
            AND WS-IN-LINE(12:9) = " SUBTOTAL"
               MOVE WS-IN-LINE(8:4) TO WS-LINE-BRANCH-ID
               SET WS-LINE-IS-BRANCH TO TRUE
           END-IF
           IF WS-IN-LINE(1:12) = "LATE BRANCH "
            AND WS-IN-LINE(17:9) = " SUBTOTAL"
               MOVE WS-IN-LINE(13:4) TO WS-LINE-BRANCH-ID
               SET WS-LINE-IS-BRANCH TO TRUE
           END-IF
           IF WS-IN-LINE(1:7) = "REGION "
            AND WS-IN-LINE(8:3) NOT = SPACES
            AND WS-IN-LINE(11:1) = SPACE
               MOVE WS-IN-LINE(8:3) TO WS-LINE-REGION-ID
           END-IF
           IF WS-IN-LINE(1:9) = "DISTRICT "
            AND WS-IN-LINE(10:3) NOT = SPACES
            AND WS-IN-LINE(13:1) = SPACE
               MOVE WS-IN-LINE(10:3) TO WS-LINE-DIST-ID
           END-IF.

       0412-CLASSIFY-BRANCH-COLUMN.
           IF WS-IN-LINE(1:1) NOT = SPACE
            AND WS-IN-LINE(5:2) = SPACES
               MOVE WS-IN-LINE(1:4) TO WS-LINE-BRANCH-ID
               SET WS-LINE-IS-BRANCH TO TRUE
           END-IF.

       0414-CLASSIFY-TRD-ROLLUP.
           IF WS-IN-LINE(1:9) = "REGION   "
            AND WS-IN-LINE(10:3) NOT = SPACES
            AND WS-IN-LINE(13:1) = SPACE
               MOVE WS-IN-LINE(10:3) TO WS-LINE-REGION-ID
           END-IF
           IF WS-IN-LINE(1:9) = "DISTRICT "
            AND WS-IN-LINE(10:3) NOT = SPACES
            AND WS-IN-LINE(13:1) = SPACE
               MOVE WS-IN-LINE(10:3) TO WS-LINE-DIST-ID
           END-IF.

       0416-CLASSIFY-SHF-ROLLUP.
           IF WS-IN-LINE(1:7) = "REGION "
            AND WS-IN-LINE(8:3) NOT = SPACES
            AND WS-IN-LINE(11:1) = SPACE
               MOVE WS-IN-LINE(8:3) TO WS-LINE-REGION-ID
           END-IF.

      *    Adds a branch line's figures to its slot for the
      *    cover page: the Control Total subtotal read back
      *    off the print, and one exception per GL variance
      *    or trend line.
       0420-TALLY-BRANCH-LINE.
           IF WS-RPT-SUB = 1
               MOVE WS-IN-LINE TO WS-CTL-LINE-VIEW
               MOVE WS-CLV-COUNT TO WS-DE-COUNT
               MOVE WS-CLV-DOLLARS TO WS-DE-AMT
               ADD 1 TO WS-SLT-CTL-BRANCHES(WS-LINE-SLOT)
               ADD WS-DE-COUNT TO WS-SLT-COUNT(WS-LINE-SLOT)
               ADD WS-DE-AMT TO WS-SLT-AMT(WS-LINE-SLOT)
           END-IF
           IF WS-RPT-SUB = 2
               ADD 1 TO WS-SLT-GLV-EXC(WS-LINE-SLOT)
           END-IF
           IF WS-RPT-SUB = 3
               ADD 1 TO WS-SLT-TRD-EXC(WS-LINE-SLOT)
           END-IF
           IF WS-RPT-SUB = 4
               ADD 1 TO WS-SLT-SHF-BRANCHES(WS-LINE-SLOT)
           END-IF.

      *    Branch to region on the master, region to slot on
      *    the reference table.  Either lookup failing sends
      *    the line to the UNASSIGNED slot.
       0430-RESOLVE-BRANCH.
           SET WS-LINE-TO-SLOT TO TRUE
           MOVE WS-UNASSIGNED-SLOT TO WS-LINE-SLOT
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           IF WS-MST-TBL-CNT > 0
               SET WS-MST-IDX TO 1
               SEARCH ALL WS-MASTER-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-MST-BRANCH-ID(WS-MST-IDX) =
                           WS-LINE-BRANCH-ID
                       SET WS-MASTER-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-MASTER-FOUND
               MOVE WS-MST-REGION-ID(WS-MST-IDX) TO WS-RGF-LOOKUP-ID
               PERFORM 0440-FIND-REGION-REF
               IF WS-RGF-FOUND
                   SET WS-LINE-SLOT TO WS-RGF-IDX
               ELSE
                   IF WS-SCAN-PASS
                       MOVE WS-LINE-BRANCH-ID TO WS-FLG-NEW-ID
                       MOVE WS-MST-REGION-ID(WS-MST-IDX) TO
                                WS-FLG-NEW-REGION
                       MOVE "REGION NOT ON REFERENCE FILE" TO
                                WS-FLG-NEW-REASON
                       SET WS-FLG-NEW-IS-LINE TO TRUE
                       PERFORM 0460-FLAG-ENTRY
                   END-IF
               END-IF
           ELSE
               IF WS-SCAN-PASS
                   MOVE WS-LINE-BRANCH-ID TO WS-FLG-NEW-ID
                   MOVE SPACES TO WS-FLG-NEW-REGION
                   MOVE "NOT ON BRANCH MASTER" TO WS-FLG-NEW-REASON
                   SET WS-FLG-NEW-IS-LINE TO TRUE
                   PERFORM 0460-FLAG-ENTRY
               END-IF
           END-IF.

       0435-RESOLVE-REGION.
           SET WS-LINE-TO-SLOT TO TRUE
           MOVE WS-UNASSIGNED-SLOT TO WS-LINE-SLOT
           MOVE WS-LINE-REGION-ID TO WS-RGF-LOOKUP-ID
           PERFORM 0440-FIND-REGION-REF
           IF WS-RGF-FOUND
               SET WS-LINE-SLOT TO WS-RGF-IDX
           ELSE
               IF WS-SCAN-PASS
                   MOVE SPACES TO WS-FLG-NEW-ID
                   MOVE WS-LINE-REGION-ID TO WS-FLG-NEW-REGION
                   MOVE "REGION LINE - NOT ON FILE" TO
                            WS-FLG-NEW-REASON
                   SET WS-FLG-NEW-IS-LINE TO TRUE
                   PERFORM 0460-FLAG-ENTRY
               END-IF
           END-IF.

      *    A district roll-up line goes to every packet of its
      *    district - at region level, to each of its regions'
      *    packets.  A district the reference file does not
      *    know goes to the UNASSIGNED packet.
       0437-RESOLVE-DISTRICT.
           MOVE "N" TO WS-DIST-FOUND-SW
           PERFORM VARYING WS-RGF-IDX FROM 1 BY 1
                     UNTIL WS-RGF-IDX > WS-RGF-TBL-CNT
                        OR WS-DIST-FOUND
               IF WS-RGFT-DISTRICT-ID(WS-RGF-IDX) = WS-LINE-DIST-ID
                   SET WS-DIST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DIST-FOUND
               SET WS-LINE-TO-DISTRICT TO TRUE
           ELSE
               SET WS-LINE-TO-SLOT TO TRUE
               MOVE WS-UNASSIGNED-SLOT TO WS-LINE-SLOT
               IF WS-SCAN-PASS
                   MOVE WS-LINE-DIST-ID TO WS-FLG-NEW-ID
                   MOVE SPACES TO WS-FLG-NEW-REGION
                   MOVE "DISTRICT LINE - NOT ON FILE" TO
                            WS-FLG-NEW-REASON
                   SET WS-FLG-NEW-IS-LINE TO TRUE
                   PERFORM 0460-FLAG-ENTRY
               END-IF
           END-IF.

       0440-FIND-REGION-REF.
           MOVE "N" TO WS-RGF-FOUND-SW
           MOVE SPACES TO WS-RGF-FOUND-NAME
           MOVE SPACES TO WS-RGF-FOUND-DIST-ID
           MOVE SPACES TO WS-RGF-FOUND-DIST-NAME
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

      *    Records one item with no district, once per id and
      *    reason, counting the report lines routed for it.
       0460-FLAG-ENTRY.
           MOVE "N" TO WS-FLG-FOUND-SW
           PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                     UNTIL WS-FLG-IDX > WS-FLG-TBL-CNT
                        OR WS-FLG-FOUND
               IF WS-FLGT-ID(WS-FLG-IDX) = WS-FLG-NEW-ID
                AND WS-FLGT-REGION(WS-FLG-IDX) = WS-FLG-NEW-REGION
                AND WS-FLGT-REASON(WS-FLG-IDX) = WS-FLG-NEW-REASON
                   SET WS-FLG-FOUND TO TRUE
                   IF WS-FLG-NEW-IS-LINE
                       ADD 1 TO WS-FLGT-LINES(WS-FLG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FLG-FOUND
               IF WS-FLG-TBL-CNT < 500
                   ADD 1 TO WS-FLG-TBL-CNT
                   MOVE WS-FLG-NEW-ID TO WS-FLGT-ID(WS-FLG-TBL-CNT)
                   MOVE WS-FLG-NEW-REGION TO
                            WS-FLGT-REGION(WS-FLG-TBL-CNT)
                   MOVE WS-FLG-NEW-REASON TO
                            WS-FLGT-REASON(WS-FLG-TBL-CNT)
                   MOVE 0 TO WS-FLGT-LINES(WS-FLG-TBL-CNT)
                   IF WS-FLG-NEW-IS-LINE
                       MOVE 1 TO WS-FLGT-LINES(WS-FLG-TBL-CNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-FLG-OVERFLOW
               END-IF
           END-IF.

      *    One packet per district (or per region) on the
      *    reference file, in key order, each carrying the
      *    sum of its regions' slots; then the UNASSIGNED
      *    packet.  Only packets with lines routed to them
      *    are numbered for production.
       0500-BUILD-PACKETS.
           MOVE 0 TO WS-PKT-TBL-CNT
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                     UNTIL WS-SLOT-IDX > WS-RGF-TBL-CNT
               MOVE WS-RGFT-DISTRICT-ID(WS-SLOT-IDX) TO
                        WS-NEW-PKT-DIST
               IF WS-LEVEL-REGION
                   MOVE WS-RGFT-REGION-ID(WS-SLOT-IDX) TO
                            WS-NEW-PKT-REGION
               ELSE
                   MOVE SPACES TO WS-NEW-PKT-REGION
               END-IF
               PERFORM 0510-FIND-OR-ADD-PACKET
               IF NOT WS-PKT-FOUND
                   MOVE WS-RGFT-DISTRICT-ID(WS-SLOT-IDX) TO
                            WS-PKTT-DIST-ID(WS-PKT-IDX)
                   MOVE WS-RGFT-DIST-NAME(WS-SLOT-IDX) TO
                            WS-PKTT-DIST-NAME(WS-PKT-IDX)
                   MOVE WS-NEW-PKT-REGION TO
                            WS-PKTT-REGION-ID(WS-PKT-IDX)
                   IF WS-LEVEL-REGION
                       MOVE WS-RGFT-REGION-NAME(WS-SLOT-IDX) TO
                                WS-PKTT-REGION-NAME(WS-PKT-IDX)
                   END-IF
               END-IF
               PERFORM 0520-ADD-SLOT-TO-PACKET
           END-PERFORM
           MOVE HIGH-VALUES TO WS-NEW-PKT-KEY
           PERFORM 0510-FIND-OR-ADD-PACKET
           MOVE "???" TO WS-PKTT-DIST-ID(WS-PKT-IDX)
           MOVE "UNASSIGNED - NO DISTRICT" TO
                    WS-PKTT-DIST-NAME(WS-PKT-IDX)
           SET WS-PKTT-UNASSIGNED(WS-PKT-IDX) TO TRUE
           MOVE WS-UNASSIGNED-SLOT TO WS-SLOT-IDX
           PERFORM 0520-ADD-SLOT-TO-PACKET
           MOVE 0 TO WS-PACKETS-PRODUCED
           PERFORM VARYING WS-PKT-IDX FROM 1 BY 1
                     UNTIL WS-PKT-IDX > WS-PKT-TBL-CNT
               IF WS-PKTT-SLOT-LINES(WS-PKT-IDX) > 0
                   ADD 1 TO WS-PACKETS-PRODUCED
                   MOVE WS-PACKETS-PRODUCED TO
                            WS-PKTT-NUMBER(WS-PKT-IDX)
               END-IF
           END-PERFORM.

      *    Finds the packet for WS-NEW-PKT-KEY, or opens a
      *    new row for it in key order, shifting the rows
      *    above it up one.  WS-PKT-IDX is left on the row.
       0510-FIND-OR-ADD-PACKET.
           MOVE "N" TO WS-PKT-FOUND-SW
           PERFORM VARYING WS-PKT-IDX FROM 1 BY 1
                     UNTIL WS-PKT-IDX > WS-PKT-TBL-CNT
                        OR WS-PKT-FOUND
               IF WS-PKTT-SORT-KEY(WS-PKT-IDX) = WS-NEW-PKT-KEY
                   SET WS-PKT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PKT-FOUND
               SUBTRACT 1 FROM WS-PKT-IDX
           ELSE
               ADD 1 TO WS-PKT-TBL-CNT
               MOVE WS-PKT-TBL-CNT TO WS-PKT-INS-IDX
               PERFORM 0515-SHIFT-ONE-PACKET
                   UNTIL WS-PKT-INS-IDX = 1
                      OR WS-PKTT-SORT-KEY(WS-PKT-INS-IDX - 1)
                             NOT > WS-NEW-PKT-KEY
               MOVE WS-PKT-INS-IDX TO WS-PKT-IDX
               MOVE WS-NEW-PKT-KEY TO WS-PKTT-SORT-KEY(WS-PKT-IDX)
               MOVE SPACES TO WS-PKTT-DIST-ID(WS-PKT-IDX)
               MOVE SPACES TO WS-PKTT-DIST-NAME(WS-PKT-IDX)
               MOVE SPACES TO WS-PKTT-REGION-ID(WS-PKT-IDX)
               MOVE SPACES TO WS-PKTT-REGION-NAME(WS-PKT-IDX)
               MOVE "N" TO WS-PKTT-UNASSIGNED-SW(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-NUMBER(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-BRANCHES(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-COUNT(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-AMT(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-GLV-EXC(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-TRD-EXC(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-SHF-BRANCHES(WS-PKT-IDX)
               MOVE 0 TO WS-PKTT-SLOT-LINES(WS-PKT-IDX)
               PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                         UNTIL WS-RPT-SUB > 4
                   MOVE 0 TO WS-PKTT-RPT-LINES(WS-PKT-IDX WS-RPT-SUB)
               END-PERFORM
           END-IF.

       0515-SHIFT-ONE-PACKET.
           MOVE WS-PKT-INS-IDX TO WS-PKT-SHIFT-IDX
           SUBTRACT 1 FROM WS-PKT-SHIFT-IDX
           MOVE WS-PACKET-TABLE(WS-PKT-SHIFT-IDX) TO
                    WS-PACKET-TABLE(WS-PKT-INS-IDX)
           MOVE WS-PKT-SHIFT-IDX TO WS-PKT-INS-IDX.

       0520-ADD-SLOT-TO-PACKET.
           ADD WS-SLT-CTL-BRANCHES(WS-SLOT-IDX) TO
                   WS-PKTT-BRANCHES(WS-PKT-IDX)
           ADD WS-SLT-COUNT(WS-SLOT-IDX) TO WS-PKTT-COUNT(WS-PKT-IDX)
           ADD WS-SLT-AMT(WS-SLOT-IDX) TO WS-PKTT-AMT(WS-PKT-IDX)
           ADD WS-SLT-GLV-EXC(WS-SLOT-IDX) TO
                   WS-PKTT-GLV-EXC(WS-PKT-IDX)
           ADD WS-SLT-TRD-EXC(WS-SLOT-IDX) TO
                   WS-PKTT-TRD-EXC(WS-PKT-IDX)
           ADD WS-SLT-SHF-BRANCHES(WS-SLOT-IDX) TO
                   WS-PKTT-SHF-BRANCHES(WS-PKT-IDX)
           ADD WS-SLT-LINES(WS-SLOT-IDX) TO
                   WS-PKTT-SLOT-LINES(WS-PKT-IDX).

      *    Burst pass: each produced packet's cover page, then
      *    its share of each report under that report's own
      *    headings.
       0600-WRITE-PACKETS.
           SET WS-BURST-PASS TO TRUE
           PERFORM VARYING WS-PKT-IDX FROM 1 BY 1
                     UNTIL WS-PKT-IDX > WS-PKT-TBL-CNT
                        OR WS-ABEND-REQUESTED
               IF WS-PKTT-NUMBER(WS-PKT-IDX) > 0
                   PERFORM 0610-WRITE-COVER
                   PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                             UNTIL WS-RPT-SUB > 4
                                OR WS-ABEND-REQUESTED
                       PERFORM 0620-WRITE-PACKET-REPORT
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    The cover page.  Its first line is the packet's
      *    separator for the print spool.
       0610-WRITE-COVER.
           MOVE WS-PKTT-NUMBER(WS-PKT-IDX) TO WS-PKC-NUMBER
           MOVE WS-PACKETS-PRODUCED TO WS-PKC-OF
           MOVE WS-PKTT-DIST-ID(WS-PKT-IDX) TO WS-PKC-DIST-ID
           MOVE WS-PKTT-DIST-NAME(WS-PKT-IDX) TO WS-PKC-DIST-NAME
           IF WS-PKTT-REGION-ID(WS-PKT-IDX) = SPACES
               MOVE SPACES TO WS-PKC-RGN-LABEL
           ELSE
               MOVE "  REGION " TO WS-PKC-RGN-LABEL
           END-IF
           MOVE WS-PKTT-REGION-ID(WS-PKT-IDX) TO WS-PKC-RGN-ID
           MOVE WS-PKTT-REGION-NAME(WS-PKT-IDX) TO WS-PKC-RGN-NAME
           MOVE WS-PKC-BANNER-LINE TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           MOVE WS-RUN-DATE TO WS-PKC-RUN-DATE
           IF WS-LEVEL-REGION
               MOVE "REGION" TO WS-PKC-LEVEL
           ELSE
               MOVE "DISTRICT" TO WS-PKC-LEVEL
           END-IF
           MOVE WS-PKC-DATE-LINE TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           MOVE SPACES TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           MOVE WS-PKC-COLUMN-LINE TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           IF WS-PKTT-UNASSIGNED(WS-PKT-IDX)
               MOVE WS-UNASSIGNED-SLOT TO WS-SLOT-IDX
               MOVE "???" TO WS-PKC-DTL-REGION
               MOVE "NO DISTRICT ON FILE" TO WS-PKC-DTL-NAME
               PERFORM 0615-WRITE-COVER-SLOT
           ELSE
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                         UNTIL WS-SLOT-IDX > WS-RGF-TBL-CNT
                   IF WS-RGFT-DISTRICT-ID(WS-SLOT-IDX) =
                           WS-PKTT-DIST-ID(WS-PKT-IDX)
                    AND (WS-LEVEL-DISTRICT
                        OR WS-RGFT-REGION-ID(WS-SLOT-IDX) =
                               WS-PKTT-REGION-ID(WS-PKT-IDX))
                       MOVE WS-RGFT-REGION-ID(WS-SLOT-IDX) TO
                                WS-PKC-DTL-REGION
                       MOVE WS-RGFT-REGION-NAME(WS-SLOT-IDX) TO
                                WS-PKC-DTL-NAME
                       PERFORM 0615-WRITE-COVER-SLOT
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-PKC-DTL-REGION
           MOVE "PACKET TOTAL" TO WS-PKC-DTL-NAME
           MOVE WS-PKTT-BRANCHES(WS-PKT-IDX) TO WS-PKC-DTL-BRANCHES
           MOVE WS-PKTT-COUNT(WS-PKT-IDX) TO WS-PKC-DTL-COUNT
           MOVE WS-PKTT-AMT(WS-PKT-IDX) TO WS-PKC-DTL-AMT
           MOVE WS-PKTT-GLV-EXC(WS-PKT-IDX) TO WS-PKC-DTL-GLV
           MOVE WS-PKTT-TRD-EXC(WS-PKT-IDX) TO WS-PKC-DTL-TRD
           MOVE WS-PKTT-SHF-BRANCHES(WS-PKT-IDX) TO WS-PKC-DTL-SHF
           MOVE WS-PKC-DETAIL-LINE TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           MOVE SPACES TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           MOVE WS-PKC-LEGEND-LINE TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           IF WS-PKTT-UNASSIGNED(WS-PKT-IDX)
               MOVE SPACES TO DISTRIB-PACKET-LINE
               PERFORM 0890-WRITE-PACKET-LINE
               MOVE "ITEMS WITH NO DISTRICT ON THE REFERENCE FILE" TO
                        DISTRIB-PACKET-LINE
               PERFORM 0890-WRITE-PACKET-LINE
               PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                         UNTIL WS-FLG-IDX > WS-FLG-TBL-CNT
                   PERFORM 0617-FORMAT-FLAG-LINE
                   MOVE WS-FLG-LINE TO DISTRIB-PACKET-LINE
                   PERFORM 0890-WRITE-PACKET-LINE
               END-PERFORM
           END-IF.

       0615-WRITE-COVER-SLOT.
           MOVE WS-SLT-CTL-BRANCHES(WS-SLOT-IDX) TO
                    WS-PKC-DTL-BRANCHES
           MOVE WS-SLT-COUNT(WS-SLOT-IDX) TO WS-PKC-DTL-COUNT
           MOVE WS-SLT-AMT(WS-SLOT-IDX) TO WS-PKC-DTL-AMT
           MOVE WS-SLT-GLV-EXC(WS-SLOT-IDX) TO WS-PKC-DTL-GLV
           MOVE WS-SLT-TRD-EXC(WS-SLOT-IDX) TO WS-PKC-DTL-TRD
           MOVE WS-SLT-SHF-BRANCHES(WS-SLOT-IDX) TO WS-PKC-DTL-SHF
           MOVE WS-PKC-DETAIL-LINE TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE.

       0617-FORMAT-FLAG-LINE.
           MOVE WS-FLGT-ID(WS-FLG-IDX) TO WS-FLL-ID
           MOVE WS-FLGT-REGION(WS-FLG-IDX) TO WS-FLL-REGION
           MOVE WS-FLGT-REASON(WS-FLG-IDX) TO WS-FLL-REASON
           MOVE WS-FLGT-LINES(WS-FLG-IDX) TO WS-FLL-LINES.

      *    One report's share of the current packet: the
      *    report's headings, then every line that belongs to
      *    the packet, in the order the report printed them.
       0620-WRITE-PACKET-REPORT.
           MOVE SPACES TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           MOVE WS-RPN-DD-NAME(WS-RPT-SUB) TO WS-PKR-DD-NAME
           MOVE WS-RPN-TITLE(WS-RPT-SUB) TO WS-PKR-TITLE
           MOVE WS-PKR-BANNER-LINE TO DISTRIB-PACKET-LINE
           PERFORM 0890-WRITE-PACKET-LINE
           IF NOT WS-RPI-PRESENT(WS-RPT-SUB)
               MOVE "  REPORT NOT PRESENT TONIGHT" TO
                        DISTRIB-PACKET-LINE
               PERFORM 0890-WRITE-PACKET-LINE
           ELSE
               PERFORM VARYING WS-HDG-SUB FROM 1 BY 1
                         UNTIL WS-HDG-SUB >
                               WS-RPI-HDG-CNT(WS-RPT-SUB)
                   MOVE WS-RPI-HDG-LINE(WS-RPT-SUB WS-HDG-SUB) TO
                            DISTRIB-PACKET-LINE
                   PERFORM 0890-WRITE-PACKET-LINE
               END-PERFORM
               PERFORM 0310-OPEN-REPORT
               IF NOT WS-RPT-STATUS-OK
                   PERFORM 0315-REPORT-OPEN-FAILED
               ELSE
                   PERFORM UNTIL WS-RPT-EOF OR WS-ABEND-REQUESTED
                       PERFORM 0320-READ-REPORT
                       IF NOT WS-RPT-EOF
                           PERFORM 0630-ROUTE-ONE-LINE
                       END-IF
                   END-PERFORM
                   PERFORM 0330-CLOSE-REPORT
                   IF WS-PKTT-RPT-LINES(WS-PKT-IDX WS-RPT-SUB) = 0
                       MOVE "  NOTHING FOR THIS PACKET ON THIS REPORT"
                           TO DISTRIB-PACKET-LINE
                       PERFORM 0890-WRITE-PACKET-LINE
                   END-IF
               END-IF
           END-IF.

       0630-ROUTE-ONE-LINE.
           PERFORM 0400-CLASSIFY-LINE
           IF WS-LINE-TO-SLOT OR WS-LINE-TO-DISTRICT
               PERFORM 0650-TEST-MEMBERSHIP
               IF WS-IN-PACKET
                   ADD 1 TO WS-PKTT-RPT-LINES(WS-PKT-IDX WS-RPT-SUB)
                   MOVE WS-IN-LINE TO DISTRIB-PACKET-LINE
                   PERFORM 0890-WRITE-PACKET-LINE
               END-IF
           END-IF.

       0650-TEST-MEMBERSHIP.
           MOVE "N" TO WS-IN-PACKET-SW
           IF WS-LINE-TO-DISTRICT
               IF NOT WS-PKTT-UNASSIGNED(WS-PKT-IDX)
                AND WS-LINE-DIST-ID = WS-PKTT-DIST-ID(WS-PKT-IDX)
                   SET WS-IN-PACKET TO TRUE
               END-IF
           ELSE
               IF WS-LINE-SLOT = WS-UNASSIGNED-SLOT
                   IF WS-PKTT-UNASSIGNED(WS-PKT-IDX)
                       SET WS-IN-PACKET TO TRUE
                   END-IF
               ELSE
                   IF NOT WS-PKTT-UNASSIGNED(WS-PKT-IDX)
                    AND WS-RGFT-DISTRICT-ID(WS-LINE-SLOT) =
                            WS-PKTT-DIST-ID(WS-PKT-IDX)
                       IF WS-LEVEL-DISTRICT
                           SET WS-IN-PACKET TO TRUE
                       ELSE
                           IF WS-RGFT-REGION-ID(WS-LINE-SLOT) =
                                   WS-PKTT-REGION-ID(WS-PKT-IDX)
                               SET WS-IN-PACKET TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The distribution control listing: what each report
      *    gave up, every packet produced or not, and every
      *    item that had no district.
       0700-WRITE-CONTROL-LISTING.
           MOVE WS-RUN-DATE TO WS-DCL-HDG-DATE
           MOVE WS-DCL-HEADING-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           IF WS-LEVEL-REGION
               MOVE "REGION" TO WS-DCL-LEVEL
           ELSE
               MOVE "DISTRICT" TO WS-DCL-LEVEL
           END-IF
           MOVE WS-DCL-LEVEL-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE SPACES TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE "REPORTS RECEIVED" TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE WS-DCL-RPT-COLUMN-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                     UNTIL WS-RPT-SUB > 4
               MOVE WS-RPN-DD-NAME(WS-RPT-SUB) TO WS-DCL-RPT-NAME
               IF WS-RPI-PRESENT(WS-RPT-SUB)
                   MOVE "BURST" TO WS-DCL-RPT-STATUS
               ELSE
                   MOVE "NOT PRESENT" TO WS-DCL-RPT-STATUS
               END-IF
               MOVE WS-RPI-READ(WS-RPT-SUB) TO WS-DCL-RPT-READ
               MOVE WS-RPI-HEAD(WS-RPT-SUB) TO WS-DCL-RPT-HEAD
               MOVE WS-RPI-BURST(WS-RPT-SUB) TO WS-DCL-RPT-BURST
               MOVE WS-RPI-NETWORK(WS-RPT-SUB) TO WS-DCL-RPT-NETWORK
               MOVE WS-DCL-RPT-LINE TO DISTRIB-CONTROL-LINE
               PERFORM 0895-WRITE-CONTROL-LINE
           END-PERFORM
           MOVE SPACES TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE "PACKETS" TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE WS-DCL-PKT-COLUMN-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           PERFORM VARYING WS-PKT-IDX FROM 1 BY 1
                     UNTIL WS-PKT-IDX > WS-PKT-TBL-CNT
               IF NOT WS-PKTT-UNASSIGNED(WS-PKT-IDX)
                OR WS-PKTT-NUMBER(WS-PKT-IDX) > 0
                   PERFORM 0710-WRITE-PACKET-ENTRY
               END-IF
           END-PERFORM
           MOVE SPACES TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE "ITEMS WITH NO DISTRICT - SENT TO UNASSIGNED PACKET"
               TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           IF WS-FLG-TBL-CNT = 0
               MOVE "  NONE" TO DISTRIB-CONTROL-LINE
               PERFORM 0895-WRITE-CONTROL-LINE
           ELSE
               PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                         UNTIL WS-FLG-IDX > WS-FLG-TBL-CNT
                   PERFORM 0617-FORMAT-FLAG-LINE
                   MOVE WS-FLG-LINE TO DISTRIB-CONTROL-LINE
                   PERFORM 0895-WRITE-CONTROL-LINE
               END-PERFORM
           END-IF
           IF WS-FLG-OVERFLOW > 0
               MOVE "  FURTHER ITEMS NOT LISTED:" TO WS-DCL-CNT-LABEL
               MOVE WS-FLG-OVERFLOW TO WS-DCL-CNT-VALUE
               MOVE WS-DCL-COUNT-LINE TO DISTRIB-CONTROL-LINE
               PERFORM 0895-WRITE-CONTROL-LINE
           END-IF
           MOVE SPACES TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE "PACKETS PRODUCED:" TO WS-DCL-CNT-LABEL
           MOVE WS-PACKETS-PRODUCED TO WS-DCL-CNT-VALUE
           MOVE WS-DCL-COUNT-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE "ITEMS WITH NO DISTRICT:" TO WS-DCL-CNT-LABEL
           COMPUTE WS-DCL-CNT-VALUE = WS-FLG-TBL-CNT + WS-FLG-OVERFLOW
           MOVE WS-DCL-COUNT-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE
           MOVE "REPORTS NOT PRESENT:" TO WS-DCL-CNT-LABEL
           MOVE WS-REPORTS-MISSING TO WS-DCL-CNT-VALUE
           MOVE WS-DCL-COUNT-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE.

       0710-WRITE-PACKET-ENTRY.
           MOVE WS-PKTT-NUMBER(WS-PKT-IDX) TO WS-DCL-PKT-NUMBER
           MOVE WS-PKTT-DIST-ID(WS-PKT-IDX) TO WS-DCL-PKT-DIST-ID
           MOVE WS-PKTT-REGION-ID(WS-PKT-IDX) TO WS-DCL-PKT-REGION-ID
           IF WS-PKTT-REGION-ID(WS-PKT-IDX) = SPACES
               MOVE WS-PKTT-DIST-NAME(WS-PKT-IDX) TO WS-DCL-PKT-NAME
           ELSE
               MOVE WS-PKTT-REGION-NAME(WS-PKT-IDX) TO
                        WS-DCL-PKT-NAME
           END-IF
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                     UNTIL WS-RPT-SUB > 4
               MOVE WS-PKTT-RPT-LINES(WS-PKT-IDX WS-RPT-SUB) TO
                        WS-DCL-PKT-LINES(WS-RPT-SUB)
               MOVE SPACE TO WS-DCL-PKT-SP(WS-RPT-SUB)
           END-PERFORM
           MOVE WS-PKTT-COUNT(WS-PKT-IDX) TO WS-DCL-PKT-COUNT
           MOVE WS-PKTT-AMT(WS-PKT-IDX) TO WS-DCL-PKT-AMT
           IF WS-PKTT-NUMBER(WS-PKT-IDX) > 0
               MOVE "PRODUCED" TO WS-DCL-PKT-STATUS
           ELSE
               MOVE "NO ACTIVITY" TO WS-DCL-PKT-STATUS
           END-IF
           MOVE WS-DCL-PKT-LINE TO DISTRIB-CONTROL-LINE
           PERFORM 0895-WRITE-CONTROL-LINE.

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
           MOVE "RPTDST01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "RPTDST01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0890-WRITE-PACKET-LINE.
           WRITE DISTRIB-PACKET-LINE
           IF NOT WS-PKT-OK
               DISPLAY "RPTDST01: PACKET-FILE WRITE FAILED, "
                       "STATUS=" WS-PKT-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "DISTPKT" TO ERR-TARGET-FIELD
               MOVE "PACKET FILE WRITE FAILED" TO ERR-MESSAGE
               MOVE "0890-WRITE-PACKET-LINE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0895-WRITE-CONTROL-LINE.
           WRITE DISTRIB-CONTROL-LINE
           IF NOT WS-DCL-OK
               DISPLAY "RPTDST01: CONTROL-LISTING WRITE FAILED, "
                       "STATUS=" WS-DCL-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "DISTCTL" TO ERR-TARGET-FIELD
               MOVE "CONTROL LISTING WRITE FAILED" TO ERR-MESSAGE
               MOVE "0895-WRITE-CONTROL-LINE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE PACKET-FILE
           CLOSE CONTROL-LISTING.
