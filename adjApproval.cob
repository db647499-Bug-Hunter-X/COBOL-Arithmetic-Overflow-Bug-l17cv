       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADJAPR01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * ADJAPR01 - Adjusting-entry approval and release,
      *            run after every nightly.  BUGSOL01
      *            rewrites GLADJENT from scratch each run,
      *            so this job keeps the permanent record:
      *            an open-item ledger (ADJLEDGR in,
      *            ADJLDNEW out - operations swaps the new
      *            generation in once the run ends clean)
      *            holding every entry until it is released
      *            or written off.  Approval cards approve
      *            or reject all of a branch's pending
      *            entries at once, carrying the approver
      *            id and reason; approved entries are
      *            released that same run to the GL journal
      *            interface file as ONE entry per branch,
      *            rejected entries are written off.  Then
      *            the night's GLADJENT is folded in and the
      *            Adjusting Entry Aging Report lists what
      *            is still pending, again one item per
      *            branch - three nights out of balance is
      *            one aging item, not three vouchers.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT APPROVAL-CARD-FILE ASSIGN TO "ADJCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AAC-FILE-STATUS.

           SELECT ADJUST-ENTRY-FILE ASSIGN TO "GLADJENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ADJLEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT NEW-LEDGER-FILE ASSIGN TO "ADJLDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NLG-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT ADJ-AGING-REPORT ASSIGN TO "ADJAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  APPROVAL-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYAA01.

       FD  ADJUST-ENTRY-FILE
           RECORDING MODE IS F.
           COPY CPYAJ01.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY CPYAL01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==LEDGER-CONTROL-REC==
                        LEADING ==FC-== BY ==ALC-==.

       FD  NEW-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CPYAL01 REPLACING ==ADJ-LEDGER-REC== BY
                                  ==NEW-LEDGER-REC==
                        LEADING ==AL-== BY ==NL-==.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==NEW-LEDGER-CONTROL-REC==
                        LEADING ==FC-== BY ==NLC-==.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CPYJE01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==JOURNAL-CONTROL-REC==
                        LEADING ==FC-== BY ==JEC-==.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYAUD01.

       FD  ADJ-AGING-REPORT.
           COPY CPYRPT12.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-AAC-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-AAC-OK                     VALUE "00".
               88  WS-AAC-EOF                    VALUE "10".
               88  WS-AAC-NOT-FOUND              VALUE "35".
           05  WS-ADJ-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ADJ-OK                     VALUE "00".
               88  WS-ADJ-EOF                    VALUE "10".
               88  WS-ADJ-NOT-FOUND              VALUE "35".
           05  WS-LDG-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-LDG-OK                     VALUE "00".
               88  WS-LDG-EOF                    VALUE "10".
               88  WS-LDG-NOT-FOUND              VALUE "35".
           05  WS-NLG-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-NLG-OK                     VALUE "00".
           05  WS-JRN-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-JRN-OK                     VALUE "00".
           05  WS-AUD-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-AUD-OK                     VALUE "00".
           05  WS-AAR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-AAR-OK                     VALUE "00".

       01  WS-ABEND-SWITCH             PIC X VALUE "N".
           88  WS-ABEND-REQUESTED             VALUE "Y".

      *    ERRLOG tagging: the paragraph that raised the
      *    exception, and the most severe return-code class
      *    seen this run on the BUGSOL01 taxonomy (12 overflow,
      *    16 file, 28 feed control), which is also the
      *    RETURN-CODE an aborted run ends with.
       01  WS-ERR-SOURCE-PARA          PIC X(25) VALUE SPACES.
       01  WS-ABEND-RC                 PIC 9(2) VALUE 0.
       01  WS-RC-WORK                  PIC 9(2) VALUE 0.

      *    Each input is optional in its own way: no cards is
      *    a night nobody approved anything, no GLADJENT is a
      *    night with nothing out of balance, and no ledger
      *    is the very first run.
       01  WS-INPUT-SWITCHES.
           05  WS-AAC-PRESENT-SW       PIC X VALUE "N".
               88  WS-AAC-PRESENT             VALUE "Y".
           05  WS-ADJ-PRESENT-SW       PIC X VALUE "N".
               88  WS-ADJ-PRESENT             VALUE "Y".
           05  WS-LDG-PRESENT-SW       PIC X VALUE "N".
               88  WS-LDG-PRESENT             VALUE "Y".

      *    Old-ledger feed control accounting: the header
      *    carries the last GLADJENT night folded in, the
      *    trailer the record count and hash totals.
       01  WS-OLC-CTL-AREA.
           05  WS-OLC-HDR-SW           PIC X VALUE "N".
               88  WS-OLC-HDR-SEEN            VALUE "Y".
           05  WS-OLC-TRL-SW           PIC X VALUE "N".
               88  WS-OLC-TRL-SEEN            VALUE "Y".
           05  WS-OLC-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-OLC-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-OLC-HASH-AMT         PIC 9(13)V99 VALUE 0.

      *    The fold guard: a GLADJENT night not later than
      *    the last one folded has already been carried and
      *    is refused, so a rerun of this job cannot double
      *    every pending entry.
       01  WS-FOLD-DATES.
           05  WS-LAST-FOLD-DATE       PIC X(8) VALUE SPACES.
           05  WS-HIGH-FOLD-DATE       PIC X(8) VALUE SPACES.

       01  WS-LDG-PREV-KEY             PIC X(20) VALUE LOW-VALUES.

      *    The whole ledger, old entries and tonight's, held
      *    in branch / run date / run id sequence.  The row
      *    mirrors CPYAL01 byte for byte so a record moves
      *    in and out of the table as a group.
       01  WS-LEDGER-AREA.
           05  WS-LDG-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-LDG-INS-IDX          PIC 9(5) VALUE 0.
           05  WS-LDG-SHIFT-IDX        PIC 9(5) VALUE 0.
           05  WS-LEDGER-TABLE OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON WS-LDG-TBL-CNT
                                    INDEXED BY WS-LDG-IDX.
               10  WS-LDGT-KEY.
                   15  WS-LDGT-BRANCH-ID   PIC X(4).
                   15  WS-LDGT-RUN-DATE    PIC X(8).
                   15  WS-LDGT-RUN-ID      PIC X(8).
               10  WS-LDGT-SYS-COUNT       PIC 9(9).
               10  WS-LDGT-GL-COUNT        PIC 9(9).
               10  WS-LDGT-SYS-AMT         PIC 9(11)V99.
               10  WS-LDGT-GL-AMT          PIC 9(11)V99.
               10  WS-LDGT-CNT-VARIANCE    PIC S9(9).
               10  WS-LDGT-AMT-VARIANCE    PIC S9(11)V99.
               10  WS-LDGT-SOURCE-CODE     PIC X(1).
               10  WS-LDGT-STATUS-CODE     PIC X(1).
                   88  WS-LDGT-PENDING            VALUE "P".
                   88  WS-LDGT-APPROVED           VALUE "A".
                   88  WS-LDGT-RELEASED           VALUE "R".
                   88  WS-LDGT-WRITTEN-OFF        VALUE "W".
               10  WS-LDGT-FOLD-DATE       PIC X(8).
               10  WS-LDGT-APPROVER-ID     PIC X(8).
               10  WS-LDGT-ACTION-REASON   PIC X(30).
               10  WS-LDGT-ACTION-DATE     PIC X(8).
               10  WS-LDGT-TYPE-DETAIL.
                   15  WS-LDGT-TYPE-SUB OCCURS 3 TIMES.
                       20  WS-LDGT-TYPE-DR-VARIANCE
                                           PIC S9(11)V99.
                       20  WS-LDGT-TYPE-CR-VARIANCE
                                           PIC S9(11)V99.
                       20  WS-LDGT-TYPE-NET-VARIANCE
                                           PIC S9(11)V99.
                       20  WS-LDGT-TYPE-OUT-SW
                                           PIC X(1).
                           88  WS-LDGT-TYPE-OUT       VALUE "Y".

      *    Tonight's GLADJENT entry, built in ledger layout
      *    before it is inserted at its key.
           COPY CPYAL01 REPLACING ==ADJ-LEDGER-REC== BY
                                  ==WS-NEW-ENTRY==
                        LEADING ==AL-== BY ==WS-NEW-==.

       01  WS-COUNTS.
           05  WS-CARDS-READ           PIC 9(5) VALUE 0.
           05  WS-CARDS-APPLIED        PIC 9(5) VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-ENTRIES-CARRIED-IN   PIC 9(5) VALUE 0.
           05  WS-ENTRIES-FOLDED       PIC 9(5) VALUE 0.
           05  WS-ENTRIES-WITHDRAWN    PIC 9(5) VALUE 0.
           05  WS-ENTRIES-REFUSED      PIC 9(5) VALUE 0.
           05  WS-ENTRIES-CARRIED-OUT  PIC 9(5) VALUE 0.
           05  WS-ITEMS-RELEASED       PIC 9(5) VALUE 0.
           05  WS-ITEMS-WRITTEN-OFF    PIC 9(5) VALUE 0.
           05  WS-ITEMS-PENDING        PIC 9(5) VALUE 0.
           05  WS-ITEMS-CHASED         PIC 9(5) VALUE 0.

      *    A pending item whose first night is this many days
      *    old is flagged CHASE on the aging report.
       01  WS-CHASE-DAYS               PIC 9(5) VALUE 7.

      *    What one approval card touched.
       01  WS-CARD-WORK.
           05  WS-CARD-ENTRIES         PIC 9(5) VALUE 0.
           05  WS-CARD-CNT-VAR         PIC S9(11) VALUE 0.
           05  WS-CARD-AMT-VAR         PIC S9(13)V99 VALUE 0.

      *    The consolidated item being built for one branch
      *    as a close-out pass walks the ledger table.
       01  WS-PASS-STATUS              PIC X(1) VALUE SPACE.
           88  WS-RELEASE-PASS                VALUE "A".
           88  WS-WRITE-OFF-PASS              VALUE "W".
           88  WS-AGING-PASS                  VALUE "P".

       01  WS-PASS-ITEMS               PIC 9(5) VALUE 0.

       01  WS-ITEM-WORK.
           05  WS-ITM-BRANCH-ID        PIC X(4) VALUE LOW-VALUES.
           05  WS-ITM-FIRST-DATE       PIC X(8) VALUE SPACES.
           05  WS-ITM-FIRST-NUM REDEFINES WS-ITM-FIRST-DATE
                                       PIC 9(8).
           05  WS-ITM-LAST-DATE        PIC X(8) VALUE SPACES.
           05  WS-ITM-NIGHTS           PIC 9(3) VALUE 0.
           05  WS-ITM-AGE-DAYS         PIC 9(5) VALUE 0.
           05  WS-ITM-CNT-VAR          PIC S9(9) VALUE 0.
           05  WS-ITM-AMT-VAR          PIC S9(11)V99 VALUE 0.
           05  WS-ITM-APPROVER-ID      PIC X(8) VALUE SPACES.
           05  WS-ITM-REASON           PIC X(30) VALUE SPACES.
           05  WS-ITM-TYPES            PIC X(3) VALUE SPACES.
           05  WS-ITM-TYPE-SUB         PIC 9(1) VALUE 0.
           05  WS-ITM-TYPE-LETTERS     PIC X(3) VALUE "DWT".

      *    Output control totals for the two sealed files.
       01  WS-OUT-CTL-AREA.
           05  WS-NLC-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-NLC-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-NLC-HASH-AMT         PIC 9(13)V99 VALUE 0.
           05  WS-JEC-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-JEC-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-JEC-HASH-AMT         PIC 9(13)V99 VALUE 0.

       01  WS-REASON-TEXT              PIC X(30) VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP        PIC X(15).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

      *    Audit run id: "ADJAPR1" plus the card action code
      *    in the eighth byte, the BRMNT01 convention.
       01  WS-AUD-RUN-ID.
           05  FILLER                  PIC X(7) VALUE "ADJAPR1".
           05  WS-AUD-ACTION-CODE      PIC X(1) VALUE SPACE.

       01  WS-AAR-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE "ADJUSTING ENTRY APPROVAL AND AGING -".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-AAR-HDG-DATE         PIC X(10).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-AAR-CARD-COLUMN-LINE.
           05  FILLER                  PIC X(5)  VALUE "ACT".
           05  FILLER                  PIC X(6)  VALUE "BRCH".
           05  FILLER                  PIC X(10) VALUE "THRU DATE".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(5)  VALUE "ENT".
           05  FILLER                  PIC X(20)
               VALUE "           AMT VAR  ".
           05  FILLER                  PIC X(10) VALUE "RESULT".
           05  FILLER                  PIC X(30) VALUE "REASON".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-AAR-CARD-LINE.
           05  WS-AAR-CRD-ACTION       PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-AAR-CRD-BRANCH-ID    PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-CRD-THRU-DATE    PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-CRD-APPROVER     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-CRD-ENTRIES      PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-CRD-AMT-VAR      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-CRD-RESULT       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-CRD-REASON       PIC X(30).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-AAR-ITEM-COLUMN-LINE.
           05  FILLER                  PIC X(8)  VALUE "BRANCH".
           05  FILLER                  PIC X(10) VALUE "FIRST".
           05  FILLER                  PIC X(10) VALUE "LAST".
           05  FILLER                  PIC X(6)  VALUE "NTS".
           05  FILLER                  PIC X(7)  VALUE "  AGE".
           05  FILLER                  PIC X(14)
               VALUE "     CNT VAR  ".
           05  FILLER                  PIC X(20)
               VALUE "           AMT VAR  ".
           05  FILLER                  PIC X(12) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(30) VALUE "REASON".
           05  FILLER                  PIC X(5)  VALUE " TYPE".

       01  WS-AAR-ITEM-LINE.
           05  WS-AAR-ITM-BRANCH-ID    PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-AAR-ITM-FIRST-DATE   PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-ITM-LAST-DATE    PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-ITM-NIGHTS       PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-AAR-ITM-AGE          PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-ITM-CNT-VAR      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-ITM-AMT-VAR      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-ITM-STATUS       PIC X(11).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-AAR-ITM-APPROVER     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AAR-ITM-REASON       PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-AAR-ITM-TYPES        PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-AAR-NONE-LINE            PIC X(132) VALUE "  NONE".

       01  WS-AAR-REFUSED-LINE.
           05  FILLER                  PIC X(9)  VALUE "REFUSED: ".
           05  WS-AAR-REF-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(45)
               VALUE " GLADJENT ENTRIES FOR NIGHTS ALREADY FOLDED -".
           05  FILLER                  PIC X(25)
               VALUE " LAST NIGHT ON LEDGER IS ".
           05  WS-AAR-REF-DATE         PIC X(8).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-AAR-CARD-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE "CARDS READ: ".
           05  WS-AAR-TOT-CARDS-READ   PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           05  WS-AAR-TOT-APPLIED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  WS-AAR-TOT-REJECTED     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
               VALUE "  ENTRIES IN: ".
           05  WS-AAR-TOT-IN           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  FOLDED: ".
           05  WS-AAR-TOT-FOLDED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)  VALUE "  OUT: ".
           05  WS-AAR-TOT-OUT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-AAR-ITEM-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE "ITEMS RELEASED: ".
           05  WS-AAR-TOT-RELEASED     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE "  WRITTEN OFF: ".
           05  WS-AAR-TOT-WRITTEN-OFF  PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  PENDING: ".
           05  WS-AAR-TOT-PENDING      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE "  CHASE: ".
           05  WS-AAR-TOT-CHASED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-WRITE-REPORT-HEADINGS
           PERFORM 0200-LOAD-LEDGER
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0300-APPLY-APPROVAL-CARDS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0400-FOLD-NEW-ENTRIES
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0500-WRITE-FILE-HEADERS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0600-CLOSE-OUT-LEDGER
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0750-WRITE-FILE-TRAILERS
           END-IF
           PERFORM 0800-WRITE-REPORT-TOTALS
           IF WS-ABEND-REQUESTED
               DISPLAY "ADJAPR01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > 0 OR WS-ENTRIES-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0900-CLOSE-FILES
           STOP RUN.

       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "ADJAPR01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT APPROVAL-CARD-FILE
           IF WS-AAC-OK
               SET WS-AAC-PRESENT TO TRUE
           ELSE
               IF WS-AAC-NOT-FOUND
                   DISPLAY "ADJAPR01: NO APPROVAL CARDS - FOLD AND "
                           "AGE ONLY"
               ELSE
                   DISPLAY "ADJAPR01: UNABLE TO OPEN "
                           "APPROVAL-CARD-FILE, STATUS="
                           WS-AAC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ADJUST-ENTRY-FILE
           IF WS-ADJ-OK
               SET WS-ADJ-PRESENT TO TRUE
           ELSE
               IF WS-ADJ-NOT-FOUND
                   DISPLAY "ADJAPR01: NO GLADJENT FILE - NOTHING TO "
                           "FOLD TONIGHT"
               ELSE
                   DISPLAY "ADJAPR01: UNABLE TO OPEN "
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
                   DISPLAY "ADJAPR01: NO EXISTING LEDGER - STARTING "
                           "A NEW ONE"
               ELSE
                   DISPLAY "ADJAPR01: UNABLE TO OPEN LEDGER-FILE, "
                           "STATUS=" WS-LDG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT NEW-LEDGER-FILE
           IF NOT WS-NLG-OK
               DISPLAY "ADJAPR01: UNABLE TO OPEN NEW-LEDGER-FILE, "
                       "STATUS=" WS-NLG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT WS-JRN-OK
               DISPLAY "ADJAPR01: UNABLE TO OPEN GL-JOURNAL-FILE, "
                       "STATUS=" WS-JRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADJ-AGING-REPORT
           IF NOT WS-AAR-OK
               DISPLAY "ADJAPR01: UNABLE TO OPEN ADJ-AGING-REPORT, "
                       "STATUS=" WS-AAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUD-OK
               DISPLAY "ADJAPR01: UNABLE TO OPEN AUDIT-FILE, "
                       "STATUS=" WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-WRITE-REPORT-HEADINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-AAR-HDG-DATE
           MOVE WS-AAR-HEADING-LINE TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE
           MOVE SPACES TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE.

      *    Loads the carried-forward ledger into the table.
      *    The file was written in key sequence and must come
      *    back that way - the close-out passes group on the
      *    branch break.  The header must lead, its business
      *    date is the fold guard, and the trailer count and
      *    hash totals must agree with the entries read: a
      *    short ledger would silently drop open items.
       0200-LOAD-LEDGER.
           IF WS-LDG-PRESENT
               PERFORM UNTIL WS-LDG-EOF OR WS-ABEND-REQUESTED
                   READ LEDGER-FILE
                       AT END
                           SET WS-LDG-EOF TO TRUE
                           IF NOT WS-OLC-TRL-SEEN
                               DISPLAY "ADJAPR01: LEDGER ENDED "
                                       "WITHOUT A TRAILER - "
                                       "POSSIBLE TRUNCATED FILE"
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "LEDGER ENDED WITHOUT A TRAILER" TO
                                        ERR-MESSAGE
                               MOVE "0200-LOAD-LEDGER" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           END-IF
                       NOT AT END
                           IF ALC-CONTROL-REC
                               PERFORM 0220-LEDGER-CONTROL-REC
                           ELSE
                               IF NOT WS-OLC-HDR-SEEN
                                OR WS-OLC-TRL-SEEN
                                   DISPLAY "ADJAPR01: LEDGER DATA "
                                           "RECORD OUTSIDE HEADER/"
                                           "TRAILER AT " AL-BRANCH-ID
                                   MOVE ZERO TO ERR-OPERAND-1
                                   MOVE ZERO TO ERR-OPERAND-2
                                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                                   MOVE "LEDGER RECORD OUTSIDE CONTROLS"
                                       TO ERR-MESSAGE
                                   MOVE "0200-LOAD-LEDGER" TO
                                            WS-ERR-SOURCE-PARA
                                   MOVE 28 TO WS-RC-WORK
                                   PERFORM 0820-WRITE-ERROR-RECORD
                                   SET WS-ABEND-REQUESTED TO TRUE
                                   PERFORM 0830-CLASSIFY-ABEND
                               ELSE
                                   ADD 1 TO WS-OLC-REC-COUNT
                                   PERFORM 0210-LOAD-ONE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-LAST-FOLD-DATE TO WS-HIGH-FOLD-DATE.

       0210-LOAD-ONE-ENTRY.
           IF ADJ-LEDGER-REC(1:20) NOT > WS-LDG-PREV-KEY
               DISPLAY "ADJAPR01: LEDGER OUT OF SEQUENCE AT "
                       AL-BRANCH-ID " " AL-RUN-DATE
               MOVE WS-LDG-TBL-CNT TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "LEDGER-SEQ" TO ERR-TARGET-FIELD
               MOVE "LEDGER OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0210-LOAD-ONE-ENTRY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE ADJ-LEDGER-REC(1:20) TO WS-LDG-PREV-KEY
               ADD AL-SYS-COUNT TO WS-OLC-HASH-COUNT
               ADD AL-SYS-AMT TO WS-OLC-HASH-AMT
               ADD 1 TO WS-LDG-TBL-CNT
               IF WS-LDG-TBL-CNT > 10000
                   DISPLAY "ADJAPR01: LEDGER TABLE OCCURS 10000 "
                           "EXCEEDED"
                   MOVE WS-LDG-TBL-CNT TO ERR-OPERAND-1
                   MOVE 10000 TO ERR-OPERAND-2
                   MOVE "LEDGER-CNT" TO ERR-TARGET-FIELD
                   MOVE "LEDGER TABLE OCCURS 10000 EXCEEDED" TO
                            ERR-MESSAGE
                   MOVE "0210-LOAD-ONE-ENTRY" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
                   MOVE 10000 TO WS-LDG-TBL-CNT
               ELSE
                   ADD 1 TO WS-ENTRIES-CARRIED-IN
                   MOVE ADJ-LEDGER-REC TO
                            WS-LEDGER-TABLE(WS-LDG-TBL-CNT)
               END-IF
           END-IF.

       0220-LEDGER-CONTROL-REC.
           IF ALC-HEADER-REC
               SET WS-OLC-HDR-SEEN TO TRUE
               MOVE ALC-BUSINESS-DATE TO WS-LAST-FOLD-DATE
           ELSE
               IF ALC-RECORD-COUNT NOT = WS-OLC-REC-COUNT
                OR ALC-HASH-COUNT NOT = WS-OLC-HASH-COUNT
                OR ALC-HASH-AMT NOT = WS-OLC-HASH-AMT
                   DISPLAY "ADJAPR01: LEDGER TRAILER MISMATCH - "
                           "EXPECTED " ALC-RECORD-COUNT
                           " READ " WS-OLC-REC-COUNT
                   MOVE ALC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-OLC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "LEDGER TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0220-LEDGER-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-OLC-TRL-SEEN TO TRUE
               END-IF
           END-IF.

      *    Applies every approval card against the ledger as
      *    carried in - before tonight's GLADJENT is folded,
      *    so a card only ever clears entries the approver
      *    has seen on a previous aging report.
       0300-APPLY-APPROVAL-CARDS.
           MOVE "APPROVAL CARD ACTIVITY" TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE
           MOVE WS-AAR-CARD-COLUMN-LINE TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE
           IF WS-AAC-PRESENT
               PERFORM UNTIL WS-AAC-EOF OR WS-ABEND-REQUESTED
                   READ APPROVAL-CARD-FILE
                       AT END
                           SET WS-AAC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM 0310-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CARDS-READ = 0
               MOVE WS-AAR-NONE-LINE TO ADJ-AGING-REPORT-LINE
               WRITE ADJ-AGING-REPORT-LINE
           END-IF
           MOVE SPACES TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE.

      *    Edits one card, then approves or rejects every
      *    pending entry for its branch up to the through
      *    date.  All edits run before any entry is touched,
      *    so a rejected card leaves the ledger as it was.
       0310-APPLY-ONE-CARD.
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 0 TO WS-CARD-ENTRIES
           MOVE 0 TO WS-CARD-CNT-VAR
           MOVE 0 TO WS-CARD-AMT-VAR
           IF NOT AA-VALID-ACTION
               MOVE "INVALID ACTION CODE" TO WS-REASON-TEXT
           ELSE
               IF AA-APPROVER-ID = SPACES
                   MOVE "APPROVER ID REQUIRED" TO WS-REASON-TEXT
               ELSE
                   IF AA-REASON-TEXT = SPACES
                       MOVE "REASON REQUIRED" TO WS-REASON-TEXT
                   ELSE
                       IF AA-THRU-DATE NOT = SPACES
                        AND AA-THRU-DATE NOT NUMERIC
                           MOVE "INVALID THROUGH DATE" TO
                                    WS-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES
               PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                         UNTIL WS-LDG-IDX > WS-LDG-TBL-CNT
                   IF WS-LDGT-BRANCH-ID(WS-LDG-IDX) = AA-BRANCH-ID
                    AND WS-LDGT-PENDING(WS-LDG-IDX)
                    AND (AA-THRU-DATE = SPACES
                     OR WS-LDGT-RUN-DATE(WS-LDG-IDX)
                            NOT > AA-THRU-DATE)
                       PERFORM 0320-ACT-ON-ONE-ENTRY
                   END-IF
               END-PERFORM
               IF WS-CARD-ENTRIES = 0
                   MOVE "NO PENDING ENTRY FOR BRANCH" TO
                            WS-REASON-TEXT
               END-IF
           END-IF
           MOVE AA-ACTION-CODE TO WS-AAR-CRD-ACTION
           MOVE AA-BRANCH-ID TO WS-AAR-CRD-BRANCH-ID
           MOVE AA-THRU-DATE TO WS-AAR-CRD-THRU-DATE
           MOVE AA-APPROVER-ID TO WS-AAR-CRD-APPROVER
           MOVE WS-CARD-ENTRIES TO WS-AAR-CRD-ENTRIES
           MOVE WS-CARD-AMT-VAR TO WS-AAR-CRD-AMT-VAR
           IF WS-REASON-TEXT = SPACES
               ADD 1 TO WS-CARDS-APPLIED
               IF AA-APPROVE
                   MOVE "APPROVED" TO WS-AAR-CRD-RESULT
               ELSE
                   MOVE "REJECTED" TO WS-AAR-CRD-RESULT
               END-IF
               MOVE AA-REASON-TEXT TO WS-AAR-CRD-REASON
               PERFORM 0700-WRITE-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE "REFUSED" TO WS-AAR-CRD-RESULT
               MOVE WS-REASON-TEXT TO WS-AAR-CRD-REASON
           END-IF
           MOVE WS-AAR-CARD-LINE TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE.

       0320-ACT-ON-ONE-ENTRY.
           ADD 1 TO WS-CARD-ENTRIES
           ADD WS-LDGT-CNT-VARIANCE(WS-LDG-IDX) TO WS-CARD-CNT-VAR
           ADD WS-LDGT-AMT-VARIANCE(WS-LDG-IDX) TO WS-CARD-AMT-VAR
           IF AA-APPROVE
               SET WS-LDGT-APPROVED(WS-LDG-IDX) TO TRUE
           ELSE
               SET WS-LDGT-WRITTEN-OFF(WS-LDG-IDX) TO TRUE
           END-IF
           MOVE AA-APPROVER-ID TO WS-LDGT-APPROVER-ID(WS-LDG-IDX)
           MOVE AA-REASON-TEXT TO WS-LDGT-ACTION-REASON(WS-LDG-IDX)
           MOVE WS-RUN-DATE TO WS-LDGT-ACTION-DATE(WS-LDG-IDX).

      *    Folds tonight's GLADJENT entries into the table at
      *    their keys.  GLADJENT arrives in the nightly's
      *    reconciliation order (system branches, then
      *    GL-only branches), not key order, so each entry is
      *    insertion-sorted.  A night not later than the last
      *    one folded is refused outright.  An entry RUNBKO01
      *    has withdrawn belongs to a backed-out run and is
      *    never folded.
       0400-FOLD-NEW-ENTRIES.
           IF WS-ADJ-PRESENT
               PERFORM UNTIL WS-ADJ-EOF OR WS-ABEND-REQUESTED
                   READ ADJUST-ENTRY-FILE
                       AT END
                           SET WS-ADJ-EOF TO TRUE
                       NOT AT END
                           IF AJ-WITHDRAWN
                               ADD 1 TO WS-ENTRIES-WITHDRAWN
                           ELSE
                             IF WS-LAST-FOLD-DATE NOT = SPACES
                              AND AJ-RUN-DATE NOT > WS-LAST-FOLD-DATE
                               ADD 1 TO WS-ENTRIES-REFUSED
                             ELSE
                               PERFORM 0410-FOLD-ONE-ENTRY
                             END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ENTRIES-REFUSED > 0
               DISPLAY "ADJAPR01: " WS-ENTRIES-REFUSED
                       " GLADJENT ENTRIES FOR NIGHTS ALREADY FOLDED"
                       " - NOT FOLDED AGAIN"
               MOVE WS-ENTRIES-REFUSED TO WS-AAR-REF-COUNT
               MOVE WS-LAST-FOLD-DATE TO WS-AAR-REF-DATE
               MOVE WS-AAR-REFUSED-LINE TO ADJ-AGING-REPORT-LINE
               WRITE ADJ-AGING-REPORT-LINE
               MOVE SPACES TO ADJ-AGING-REPORT-LINE
               WRITE ADJ-AGING-REPORT-LINE
           END-IF
           IF WS-ENTRIES-WITHDRAWN > 0
               DISPLAY "ADJAPR01: " WS-ENTRIES-WITHDRAWN
                       " GLADJENT ENTRIES WITHDRAWN BY BACKOUT"
                       " - NOT FOLDED"
           END-IF.

       0410-FOLD-ONE-ENTRY.
           MOVE AJ-BRANCH-ID TO WS-NEW-BRANCH-ID
           MOVE AJ-RUN-DATE TO WS-NEW-RUN-DATE
           MOVE AJ-RUN-ID TO WS-NEW-RUN-ID
           MOVE AJ-SYS-COUNT TO WS-NEW-SYS-COUNT
           MOVE AJ-GL-COUNT TO WS-NEW-GL-COUNT
           MOVE AJ-SYS-AMT TO WS-NEW-SYS-AMT
           MOVE AJ-GL-AMT TO WS-NEW-GL-AMT
           MOVE AJ-CNT-VARIANCE TO WS-NEW-CNT-VARIANCE
           MOVE AJ-AMT-VARIANCE TO WS-NEW-AMT-VARIANCE
           MOVE AJ-SOURCE-CODE TO WS-NEW-SOURCE-CODE
           MOVE AJ-TYPE-DETAIL TO WS-NEW-TYPE-DETAIL
           SET WS-NEW-PENDING-APPROVAL TO TRUE
           MOVE WS-RUN-DATE TO WS-NEW-FOLD-DATE
           MOVE SPACES TO WS-NEW-APPROVER-ID
           MOVE SPACES TO WS-NEW-ACTION-REASON
           MOVE SPACES TO WS-NEW-ACTION-DATE
           ADD 1 TO WS-LDG-TBL-CNT
           IF WS-LDG-TBL-CNT > 10000
               DISPLAY "ADJAPR01: LEDGER TABLE OCCURS 10000 "
                       "EXCEEDED"
               MOVE WS-LDG-TBL-CNT TO ERR-OPERAND-1
               MOVE 10000 TO ERR-OPERAND-2
               MOVE "LEDGER-CNT" TO ERR-TARGET-FIELD
               MOVE "LEDGER TABLE OCCURS 10000 EXCEEDED" TO ERR-MESSAGE
               MOVE "0410-FOLD-ONE-ENTRY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
               MOVE 10000 TO WS-LDG-TBL-CNT
           ELSE
               MOVE WS-LDG-TBL-CNT TO WS-LDG-INS-IDX
               PERFORM 0420-SHIFT-ONE-SLOT
                   UNTIL WS-LDG-INS-IDX = 1
                      OR WS-LDGT-KEY(WS-LDG-INS-IDX - 1)
                             NOT > WS-NEW-ENTRY(1:20)
               MOVE WS-NEW-ENTRY TO WS-LEDGER-TABLE(WS-LDG-INS-IDX)
               ADD 1 TO WS-ENTRIES-FOLDED
               IF AJ-RUN-DATE > WS-HIGH-FOLD-DATE
                   MOVE AJ-RUN-DATE TO WS-HIGH-FOLD-DATE
               END-IF
           END-IF.

       0420-SHIFT-ONE-SLOT.
           MOVE WS-LDG-INS-IDX TO WS-LDG-SHIFT-IDX
           SUBTRACT 1 FROM WS-LDG-SHIFT-IDX
           MOVE WS-LEDGER-TABLE(WS-LDG-SHIFT-IDX) TO
                    WS-LEDGER-TABLE(WS-LDG-INS-IDX)
           MOVE WS-LDG-SHIFT-IDX TO WS-LDG-INS-IDX.

      *    Opens the two sealed outputs.  The new ledger's
      *    header carries the last GLADJENT night now folded
      *    - the guard the next run tests against.
       0500-WRITE-FILE-HEADERS.
           MOVE "HDR*" TO NLC-CONTROL-TAG
           MOVE "ADJLEDGR" TO NLC-FEED-ID
           MOVE WS-HIGH-FOLD-DATE TO NLC-BUSINESS-DATE
           MOVE 0 TO NLC-RECORD-COUNT
           MOVE 0 TO NLC-HASH-COUNT
           MOVE 0 TO NLC-HASH-AMT
           WRITE NEW-LEDGER-CONTROL-REC
           IF NOT WS-NLG-OK
               DISPLAY "ADJAPR01: NEW-LEDGER-FILE HEADER WRITE "
                       "FAILED, STATUS=" WS-NLG-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "ADJLDNEW" TO ERR-TARGET-FIELD
               MOVE "NEW LEDGER HEADER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0500-WRITE-FILE-HEADERS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           MOVE "HDR*" TO JEC-CONTROL-TAG
           MOVE "GLJRNL" TO JEC-FEED-ID
           MOVE WS-RUN-DATE TO JEC-BUSINESS-DATE
           MOVE 0 TO JEC-RECORD-COUNT
           MOVE 0 TO JEC-HASH-COUNT
           MOVE 0 TO JEC-HASH-AMT
           WRITE JOURNAL-CONTROL-REC
           IF NOT WS-JRN-OK
               DISPLAY "ADJAPR01: GL-JOURNAL-FILE HEADER WRITE "
                       "FAILED, STATUS=" WS-JRN-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "GLJRNL" TO ERR-TARGET-FIELD
               MOVE "GL JOURNAL HEADER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0500-WRITE-FILE-HEADERS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    Three passes over the table, one per outcome:
      *    approved entries are released to the GL journal,
      *    rejected entries are written off, and pending
      *    entries are carried to the new ledger and aged.
      *    Each pass consolidates a branch's entries into one
      *    item on the branch break.
       0600-CLOSE-OUT-LEDGER.
           MOVE "ITEMS RELEASED TO GL JOURNAL" TO
                    ADJ-AGING-REPORT-LINE
           SET WS-RELEASE-PASS TO TRUE
           PERFORM 0610-RUN-ONE-PASS
           MOVE "ITEMS WRITTEN OFF" TO ADJ-AGING-REPORT-LINE
           SET WS-WRITE-OFF-PASS TO TRUE
           PERFORM 0610-RUN-ONE-PASS
           MOVE "PENDING ITEMS - AGING" TO ADJ-AGING-REPORT-LINE
           SET WS-AGING-PASS TO TRUE
           PERFORM 0610-RUN-ONE-PASS.

       0610-RUN-ONE-PASS.
           WRITE ADJ-AGING-REPORT-LINE
           MOVE WS-AAR-ITEM-COLUMN-LINE TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE
           MOVE 0 TO WS-PASS-ITEMS
           MOVE LOW-VALUES TO WS-ITM-BRANCH-ID
           MOVE 0 TO WS-ITM-NIGHTS
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                     UNTIL WS-LDG-IDX > WS-LDG-TBL-CNT
                        OR WS-ABEND-REQUESTED
               IF WS-LDGT-STATUS-CODE(WS-LDG-IDX) = WS-PASS-STATUS
                   IF WS-LDGT-BRANCH-ID(WS-LDG-IDX) NOT =
                           WS-ITM-BRANCH-ID
                       PERFORM 0620-CLOSE-ITEM
                       MOVE WS-LDGT-BRANCH-ID(WS-LDG-IDX) TO
                                WS-ITM-BRANCH-ID
                   END-IF
                   PERFORM 0630-FOLD-INTO-ITEM
               END-IF
           END-PERFORM
           PERFORM 0620-CLOSE-ITEM
           IF WS-PASS-ITEMS = 0
               MOVE WS-AAR-NONE-LINE TO ADJ-AGING-REPORT-LINE
               WRITE ADJ-AGING-REPORT-LINE
           END-IF
           MOVE SPACES TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE.

      *    Closes the open item: a released item goes to the
      *    GL journal, a pending one is aged from its first
      *    night, and every item gets its report line.  An
      *    empty item (the first break of a pass) prints
      *    nothing.
       0620-CLOSE-ITEM.
           IF WS-ITM-NIGHTS > 0
               ADD 1 TO WS-PASS-ITEMS
               MOVE 0 TO WS-ITM-AGE-DAYS
               IF WS-ITM-FIRST-DATE NUMERIC
                AND WS-RUN-DATE NUMERIC
                AND WS-ITM-FIRST-DATE NOT > WS-RUN-DATE
                   COMPUTE WS-ITM-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                         - FUNCTION INTEGER-OF-DATE(WS-ITM-FIRST-NUM)
               END-IF
               MOVE WS-ITM-BRANCH-ID TO WS-AAR-ITM-BRANCH-ID
               MOVE WS-ITM-FIRST-DATE TO WS-AAR-ITM-FIRST-DATE
               MOVE WS-ITM-LAST-DATE TO WS-AAR-ITM-LAST-DATE
               MOVE WS-ITM-NIGHTS TO WS-AAR-ITM-NIGHTS
               MOVE WS-ITM-AGE-DAYS TO WS-AAR-ITM-AGE
               MOVE WS-ITM-CNT-VAR TO WS-AAR-ITM-CNT-VAR
               MOVE WS-ITM-AMT-VAR TO WS-AAR-ITM-AMT-VAR
               MOVE WS-ITM-APPROVER-ID TO WS-AAR-ITM-APPROVER
               MOVE WS-ITM-REASON TO WS-AAR-ITM-REASON
               MOVE WS-ITM-TYPES TO WS-AAR-ITM-TYPES
               IF WS-RELEASE-PASS
                   ADD 1 TO WS-ITEMS-RELEASED
                   MOVE "RELEASED" TO WS-AAR-ITM-STATUS
                   PERFORM 0640-WRITE-JOURNAL-ENTRY
               END-IF
               IF WS-WRITE-OFF-PASS
                   ADD 1 TO WS-ITEMS-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO WS-AAR-ITM-STATUS
               END-IF
               IF WS-AGING-PASS
                   ADD 1 TO WS-ITEMS-PENDING
                   IF WS-ITM-AGE-DAYS NOT < WS-CHASE-DAYS
                       ADD 1 TO WS-ITEMS-CHASED
                       MOVE "CHASE" TO WS-AAR-ITM-STATUS
                   ELSE
                       MOVE "PENDING" TO WS-AAR-ITM-STATUS
                   END-IF
               END-IF
               MOVE WS-AAR-ITEM-LINE TO ADJ-AGING-REPORT-LINE
               WRITE ADJ-AGING-REPORT-LINE
           END-IF
           MOVE 0 TO WS-ITM-NIGHTS
           MOVE SPACES TO WS-ITM-FIRST-DATE
           MOVE SPACES TO WS-ITM-LAST-DATE
           MOVE 0 TO WS-ITM-CNT-VAR
           MOVE 0 TO WS-ITM-AMT-VAR
           MOVE SPACES TO WS-ITM-APPROVER-ID
           MOVE SPACES TO WS-ITM-REASON
           MOVE SPACES TO WS-ITM-TYPES.

      *    Folds one entry into the open item.  The table is
      *    in run-date order within the branch, so the first
      *    entry sets the item's first night and each later
      *    one moves its last night on.  A pending entry is
      *    carried to the new ledger as it is folded; a
      *    released one is marked so.  The item's TYPE column
      *    letters each transaction type (Deposit,
      *    Withdrawal, Transfer) any of its nights was out
      *    of balance on.
       0630-FOLD-INTO-ITEM.
           ADD 1 TO WS-ITM-NIGHTS
           IF WS-ITM-NIGHTS = 1
               MOVE WS-LDGT-RUN-DATE(WS-LDG-IDX) TO WS-ITM-FIRST-DATE
           END-IF
           MOVE WS-LDGT-RUN-DATE(WS-LDG-IDX) TO WS-ITM-LAST-DATE
           ADD WS-LDGT-CNT-VARIANCE(WS-LDG-IDX) TO WS-ITM-CNT-VAR
               ON SIZE ERROR
                   DISPLAY "ADJAPR01: ITEM COUNT VARIANCE OVERFLOW "
                           "FOR BRANCH " WS-ITM-BRANCH-ID
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "ITM-CNT" TO ERR-TARGET-FIELD
                   MOVE "ITEM COUNT VARIANCE OVERFLOWED" TO ERR-MESSAGE
                   MOVE "0630-FOLD-INTO-ITEM" TO WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           ADD WS-LDGT-AMT-VARIANCE(WS-LDG-IDX) TO WS-ITM-AMT-VAR
               ON SIZE ERROR
                   DISPLAY "ADJAPR01: ITEM AMOUNT VARIANCE OVERFLOW "
                           "FOR BRANCH " WS-ITM-BRANCH-ID
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "ITM-AMT" TO ERR-TARGET-FIELD
                   MOVE "ITEM AMOUNT VARIANCE OVERFLOWED" TO ERR-MESSAGE
                   MOVE "0630-FOLD-INTO-ITEM" TO WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           MOVE WS-LDGT-APPROVER-ID(WS-LDG-IDX) TO WS-ITM-APPROVER-ID
           MOVE WS-LDGT-ACTION-REASON(WS-LDG-IDX) TO WS-ITM-REASON
           PERFORM VARYING WS-ITM-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-ITM-TYPE-SUB > 3
               IF WS-LDGT-TYPE-OUT(WS-LDG-IDX WS-ITM-TYPE-SUB)
                   MOVE WS-ITM-TYPE-LETTERS(WS-ITM-TYPE-SUB:1) TO
                            WS-ITM-TYPES(WS-ITM-TYPE-SUB:1)
               END-IF
           END-PERFORM
           IF WS-RELEASE-PASS
               SET WS-LDGT-RELEASED(WS-LDG-IDX) TO TRUE
           END-IF
           IF WS-AGING-PASS
               PERFORM 0650-WRITE-LEDGER-ENTRY
           END-IF.

      *    One GL journal entry per released branch item, the
      *    nights it consolidates and the approver who
      *    released it riding along for the GL side's audit.
       0640-WRITE-JOURNAL-ENTRY.
           MOVE WS-ITM-BRANCH-ID TO JE-BRANCH-ID
           MOVE WS-RUN-DATE TO JE-JOURNAL-DATE
           MOVE WS-ITM-FIRST-DATE TO JE-FIRST-RUN-DATE
           MOVE WS-ITM-LAST-DATE TO JE-LAST-RUN-DATE
           MOVE WS-ITM-NIGHTS TO JE-NIGHTS
           MOVE WS-ITM-CNT-VAR TO JE-CNT-VARIANCE
           MOVE WS-ITM-AMT-VAR TO JE-AMT-VARIANCE
           MOVE FUNCTION ABS(WS-ITM-AMT-VAR) TO JE-ENTRY-AMT
           IF WS-ITM-AMT-VAR < 0
               SET JE-CREDIT TO TRUE
           ELSE
               SET JE-DEBIT TO TRUE
           END-IF
           MOVE WS-ITM-APPROVER-ID TO JE-APPROVER-ID
           MOVE WS-ITM-REASON TO JE-REASON-TEXT
           WRITE GL-JOURNAL-REC
           IF NOT WS-JRN-OK
               DISPLAY "ADJAPR01: GL-JOURNAL-FILE WRITE FAILED, "
                       "STATUS=" WS-JRN-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "GLJRNL" TO ERR-TARGET-FIELD
               MOVE "GL JOURNAL WRITE FAILED" TO ERR-MESSAGE
               MOVE "0640-WRITE-JOURNAL-ENTRY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-JEC-REC-COUNT
               ADD JE-NIGHTS TO WS-JEC-HASH-COUNT
               ADD JE-ENTRY-AMT TO WS-JEC-HASH-AMT
           END-IF.

       0650-WRITE-LEDGER-ENTRY.
           MOVE WS-LEDGER-TABLE(WS-LDG-IDX) TO NEW-LEDGER-REC
           WRITE NEW-LEDGER-REC
           IF NOT WS-NLG-OK
               DISPLAY "ADJAPR01: NEW-LEDGER-FILE WRITE FAILED, "
                       "STATUS=" WS-NLG-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "ADJLDNEW" TO ERR-TARGET-FIELD
               MOVE "NEW LEDGER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0650-WRITE-LEDGER-ENTRY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-ENTRIES-CARRIED-OUT
               ADD 1 TO WS-NLC-REC-COUNT
               ADD NL-SYS-COUNT TO WS-NLC-HASH-COUNT
               ADD NL-SYS-AMT TO WS-NLC-HASH-AMT
           END-IF.

      *    Logs one applied approval card in the record style
      *    BUGSOL01 writes - the action code rides in the run
      *    id's eighth byte, the BRMNT01 convention, and the
      *    result fields carry the net variances the card
      *    cleared.
       0700-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE AA-ACTION-CODE TO WS-AUD-ACTION-CODE
           MOVE WS-AUD-RUN-ID TO AUD-RUN-ID
           MOVE AA-BRANCH-ID TO AUD-BRANCH-ID
           MOVE WS-CARD-ENTRIES TO AUD-OPERAND-1
           MOVE ZERO TO AUD-OPERAND-2
           MOVE WS-CARD-CNT-VAR TO AUD-RESULT
           MOVE ZERO TO AUD-AMT-OPERAND-1
           MOVE ZERO TO AUD-AMT-OPERAND-2
           MOVE WS-CARD-AMT-VAR TO AUD-AMT-RESULT
           WRITE AUDIT-REC
           IF NOT WS-AUD-OK
               DISPLAY "ADJAPR01: AUDIT RECORD WRITE FAILED, "
                       "STATUS=" WS-AUD-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AUDIT-REC" TO ERR-TARGET-FIELD
               MOVE "AUDIT RECORD WRITE FAILED" TO ERR-MESSAGE
               MOVE "0700-WRITE-AUDIT-RECORD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    Seals both outputs with their trailers once the
      *    close-out passes have drained cleanly.
       0750-WRITE-FILE-TRAILERS.
           MOVE "TRL*" TO NLC-CONTROL-TAG
           MOVE "ADJLEDGR" TO NLC-FEED-ID
           MOVE WS-HIGH-FOLD-DATE TO NLC-BUSINESS-DATE
           MOVE WS-NLC-REC-COUNT TO NLC-RECORD-COUNT
           MOVE WS-NLC-HASH-COUNT TO NLC-HASH-COUNT
           MOVE WS-NLC-HASH-AMT TO NLC-HASH-AMT
           WRITE NEW-LEDGER-CONTROL-REC
           IF NOT WS-NLG-OK
               DISPLAY "ADJAPR01: NEW-LEDGER-FILE TRAILER WRITE "
                       "FAILED, STATUS=" WS-NLG-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "ADJLDNEW" TO ERR-TARGET-FIELD
               MOVE "NEW LEDGER TRAILER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0750-WRITE-FILE-TRAILERS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           MOVE "TRL*" TO JEC-CONTROL-TAG
           MOVE "GLJRNL" TO JEC-FEED-ID
           MOVE WS-RUN-DATE TO JEC-BUSINESS-DATE
           MOVE WS-JEC-REC-COUNT TO JEC-RECORD-COUNT
           MOVE WS-JEC-HASH-COUNT TO JEC-HASH-COUNT
           MOVE WS-JEC-HASH-AMT TO JEC-HASH-AMT
           WRITE JOURNAL-CONTROL-REC
           IF NOT WS-JRN-OK
               DISPLAY "ADJAPR01: GL-JOURNAL-FILE TRAILER WRITE "
                       "FAILED, STATUS=" WS-JRN-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "GLJRNL" TO ERR-TARGET-FIELD
               MOVE "GL JOURNAL TRAILER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0750-WRITE-FILE-TRAILERS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0800-WRITE-REPORT-TOTALS.
           MOVE WS-CARDS-READ TO WS-AAR-TOT-CARDS-READ
           MOVE WS-CARDS-APPLIED TO WS-AAR-TOT-APPLIED
           MOVE WS-CARDS-REJECTED TO WS-AAR-TOT-REJECTED
           MOVE WS-ENTRIES-CARRIED-IN TO WS-AAR-TOT-IN
           MOVE WS-ENTRIES-FOLDED TO WS-AAR-TOT-FOLDED
           MOVE WS-ENTRIES-CARRIED-OUT TO WS-AAR-TOT-OUT
           MOVE WS-AAR-CARD-TOTAL-LINE TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE
           MOVE WS-ITEMS-RELEASED TO WS-AAR-TOT-RELEASED
           MOVE WS-ITEMS-WRITTEN-OFF TO WS-AAR-TOT-WRITTEN-OFF
           MOVE WS-ITEMS-PENDING TO WS-AAR-TOT-PENDING
           MOVE WS-ITEMS-CHASED TO WS-AAR-TOT-CHASED
           MOVE WS-AAR-ITEM-TOTAL-LINE TO ADJ-AGING-REPORT-LINE
           WRITE ADJ-AGING-REPORT-LINE
           DISPLAY "ADJAPR01: " WS-CARDS-READ " CARDS, "
                   WS-ENTRIES-FOLDED " ENTRIES FOLDED, "
                   WS-ITEMS-RELEASED " ITEMS RELEASED, "
                   WS-ITEMS-WRITTEN-OFF " WRITTEN OFF, "
                   WS-ITEMS-PENDING " PENDING".

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
           MOVE "ADJAPR01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "ADJAPR01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           IF WS-AAC-PRESENT
               CLOSE APPROVAL-CARD-FILE
           END-IF
           IF WS-ADJ-PRESENT
               CLOSE ADJUST-ENTRY-FILE
           END-IF
           IF WS-LDG-PRESENT
               CLOSE LEDGER-FILE
           END-IF
           CLOSE NEW-LEDGER-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE AUDIT-FILE
           CLOSE ADJ-AGING-REPORT.
