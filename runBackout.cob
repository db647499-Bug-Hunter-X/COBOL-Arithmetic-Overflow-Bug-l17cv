       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RUNBKO01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * RUNBKO01 - Posted-run backout.  Reverses one
      *            nightly that posted from a bad BATCHCNT,
      *            named by run id and run date on the
      *            parameter card, so the corrected rerun
      *            can post cleanly instead of being forced
      *            over the top of it:
      *              - the run's BRHIST rows are deleted,
      *                with an offsetting AUDITLOG record
      *                for every branch and for the final
      *                corporate step;
      *              - the run's pending GLADJENT entries
      *                are marked withdrawn in place, and
      *                any already folded onto the ADJAPR01
      *                ledger are dropped from the new
      *                generation (ADJLEDGR in, ADJLDNEW
      *                out - operations swaps it in);
      *              - an "R" reversal record is appended to
      *                RUNSTAT, last, so a backout that
      *                stops part way never reads as done.
      *            BUGSOL01's run guard then treats the
      *            night as never posted, and MONEND01 and
      *            RUNHST01 net the posting and reversal as
      *            a pair.
      *
      *            On a night run as region steps each step
      *            is backed out under its own run id, which
      *            removes that region's BRHIST rows.  The
      *            RGNCON01 consolidation is backed out under
      *            the corporate run id: it has no BRHIST
      *            rows, so that backout withdraws its
      *            GLADJENT entries and writes the reversal,
      *            after which the night can be consolidated
      *            again.  Backing out a region step does not
      *            back out a consolidation that already
      *            counted it - that is a second backout.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "BKOPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "BRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT ADJUST-ENTRY-FILE ASSIGN TO "GLADJENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ADJLEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT NEW-LEDGER-FILE ASSIGN TO "ADJLDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NLG-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT BACKOUT-REPORT ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYBK01.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY CPYRS01.

       FD  HISTORY-FILE.
           COPY CPYHS01.

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

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYAUD01.

       FD  BACKOUT-REPORT.
           COPY CPYRPT13.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-PRM-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PRM-OK                     VALUE "00".
           05  WS-RS-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-RS-OK                      VALUE "00".
               88  WS-RS-EOF                     VALUE "10".
           05  WS-HST-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-HST-OK                     VALUE "00".
               88  WS-HST-END                    VALUE "10", "23",
                                                       "46".
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
           05  WS-AUD-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-AUD-OK                     VALUE "00".
           05  WS-BKR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-BKR-OK                     VALUE "00".

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

      *    A refused card changes nothing - the reason is
      *    printed and the job ends RC 8.
       01  WS-REFUSE-SWITCH            PIC X VALUE "N".
           88  WS-BACKOUT-REFUSED             VALUE "Y".

       01  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.

      *    GLADJENT and the ledger are optional: no GLADJENT
      *    is a night with nothing out of balance, no ledger
      *    is a shop not yet running ADJAPR01.
       01  WS-INPUT-SWITCHES.
           05  WS-ADJ-PRESENT-SW       PIC X VALUE "N".
               88  WS-ADJ-PRESENT             VALUE "Y".
           05  WS-LDG-PRESENT-SW       PIC X VALUE "N".
               88  WS-LDG-PRESENT             VALUE "Y".
           05  WS-UPDATE-OPEN-SW       PIC X VALUE "N".
               88  WS-UPDATE-FILES-OPEN       VALUE "Y".

       01  WS-PARM-AREA.
           05  WS-BK-RUN-ID            PIC X(8) VALUE SPACES.
           05  WS-BK-RUN-DATE          PIC X(8) VALUE SPACES.
           05  WS-BK-RUN-DATE-NUM REDEFINES WS-BK-RUN-DATE
                                       PIC 9(8).
           05  WS-BK-REQUESTED-BY      PIC X(8) VALUE SPACES.
           05  WS-BK-REASON-TEXT       PIC X(30) VALUE SPACES.

      *    The posting being reversed: the last completed
      *    (clean or warning) RUNSTAT record for the run id
      *    and date.  A reversal after it means the night
      *    is already backed out.
       01  WS-POSTING-AREA.
           05  WS-PST-FOUND-SW         PIC X VALUE "N".
               88  WS-PST-FOUND               VALUE "Y".
           05  WS-PST-REVERSED-SW      PIC X VALUE "N".
               88  WS-PST-REVERSED            VALUE "Y".
           05  WS-PST-TIMESTAMP        PIC X(15) VALUE SPACES.
           05  WS-PST-STATUS           PIC X(1) VALUE SPACE.
           05  WS-PST-RECORDS-READ     PIC 9(9) VALUE 0.
           05  WS-PST-FINAL-COUNT      PIC S9(9) VALUE 0.
           05  WS-PST-FINAL-AMT        PIC S9(11)V99 VALUE 0.
           05  WS-PST-GL-CNT-VAR       PIC S9(9) VALUE 0.
           05  WS-PST-GL-AMT-VAR       PIC S9(11)V99 VALUE 0.

       01  WS-HST-READ-DONE-SW         PIC X VALUE "N".
           88  WS-HST-READ-DONE               VALUE "Y".

      *    The reversal's own running total, built branch by
      *    branch as the history rows come off, exactly as
      *    0500-ACCUMULATE-TOTALS built the posting's.
       01  WS-REVERSAL-TOTALS.
           05  WS-REV-BRANCH-COUNT     PIC S9(9) VALUE 0.
           05  WS-REV-BRANCH-AMT       PIC S9(11)V99 VALUE 0.
           05  WS-REV-RUNNING-COUNT    PIC S9(9) VALUE 0.
           05  WS-REV-RUNNING-AMT      PIC S9(11)V99 VALUE 0.
           05  WS-REV-PRIOR-COUNT      PIC S9(9) VALUE 0.
           05  WS-REV-PRIOR-AMT        PIC S9(11)V99 VALUE 0.
           05  WS-REV-ADJ-COUNT        PIC S9(9) VALUE 0.
           05  WS-REV-ADJ-AMT          PIC S9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05  WS-ROWS-REVERSED        PIC 9(5) VALUE 0.
           05  WS-ADJ-WITHDRAWN        PIC 9(5) VALUE 0.
           05  WS-LDG-CARRIED          PIC 9(5) VALUE 0.
           05  WS-LDG-WITHDRAWN        PIC 9(5) VALUE 0.

      *    Ledger feed control: the old generation is proved
      *    against its trailer the way ADJAPR01 proves it,
      *    and the new generation is sealed the same way.
       01  WS-OLC-CTL-AREA.
           05  WS-OLC-HDR-SW           PIC X VALUE "N".
               88  WS-OLC-HDR-SEEN            VALUE "Y".
           05  WS-OLC-TRL-SW           PIC X VALUE "N".
               88  WS-OLC-TRL-SEEN            VALUE "Y".
           05  WS-OLC-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-OLC-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-OLC-HASH-AMT         PIC 9(13)V99 VALUE 0.

       01  WS-NLC-CTL-AREA.
           05  WS-NLC-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-NLC-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-NLC-HASH-AMT         PIC 9(13)V99 VALUE 0.

      *    The ledger header's business date is ADJAPR01's
      *    fold guard.  If the backed-out night is the last
      *    one folded, the guard is stepped back a day so
      *    the corrected rerun's GLADJENT is not refused as
      *    already folded.
       01  WS-FOLD-DATES.
           05  WS-OLD-FOLD-DATE        PIC X(8) VALUE SPACES.
           05  WS-NEW-FOLD-DATE        PIC X(8) VALUE SPACES.
           05  WS-NEW-FOLD-NUM REDEFINES WS-NEW-FOLD-DATE
                                       PIC 9(8).

       01  WS-CURRENT-TIMESTAMP        PIC X(15).
       01  WS-RUN-DATE                 PIC X(8).

      *    Withdrawal audit run id: "RUNBKO1" plus "W" for a
      *    GLADJENT entry or "L" for a ledger entry in the
      *    eighth byte, the BRMNT01 convention.  The history
      *    offsets are written under the backed-out run's own
      *    id so an AUDINQ01 trace of that run shows both.
       01  WS-WDR-RUN-ID.
           05  FILLER                  PIC X(7) VALUE "RUNBKO1".
           05  WS-WDR-ACTION-CODE      PIC X(1) VALUE SPACE.

       01  WS-AUD-WORK.
           05  WS-AUD-RUN-ID           PIC X(8).
           05  WS-AUD-BRANCH-ID        PIC X(4).
           05  WS-AUD-OPERAND-1        PIC S9(9).
           05  WS-AUD-OPERAND-2        PIC S9(9).
           05  WS-AUD-RESULT           PIC S9(9).
           05  WS-AUD-AMT-OPERAND-1    PIC S9(11)V99.
           05  WS-AUD-AMT-OPERAND-2    PIC S9(11)V99.
           05  WS-AUD-AMT-RESULT       PIC S9(11)V99.

       01  WS-BKR-HEADING-LINE.
           05  FILLER                  PIC X(21)
               VALUE "POSTED-RUN BACKOUT -".
           05  FILLER                  PIC X(8)  VALUE "RUN ID ".
           05  WS-BKR-HDG-RUN-ID       PIC X(8).
           05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
           05  WS-BKR-HDG-RUN-DATE     PIC X(8).
           05  FILLER                  PIC X(16)
               VALUE "  BACKED OUT ON ".
           05  WS-BKR-HDG-DATE         PIC X(8).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-BKR-REQUEST-LINE.
           05  FILLER                  PIC X(14)
               VALUE "REQUESTED BY: ".
           05  WS-BKR-REQ-BY           PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  REASON: ".
           05  WS-BKR-REQ-REASON       PIC X(30).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-BKR-POSTING-LINE.
           05  FILLER                  PIC X(13)
               VALUE "POSTED RUN:  ".
           05  WS-BKR-PST-TIMESTAMP    PIC X(15).
           05  FILLER                  PIC X(9)  VALUE "  STATUS ".
           05  WS-BKR-PST-STATUS       PIC X(1).
           05  FILLER                  PIC X(8)  VALUE "  FINAL ".
           05  WS-BKR-PST-COUNT        PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BKR-PST-AMT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE "  GL VAR   ".
           05  WS-BKR-PST-GL-CNT       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BKR-PST-GL-AMT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-BKR-REFUSED-LINE.
           05  FILLER                  PIC X(18)
               VALUE "BACKOUT REFUSED - ".
           05  WS-BKR-REF-REASON       PIC X(40).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-BKR-HISTORY-COLUMN-LINE.
           05  FILLER                  PIC X(8)  VALUE "BRANCH".
           05  FILLER                  PIC X(14)
               VALUE "  COUNT REV'D".
           05  FILLER                  PIC X(20)
               VALUE "        AMOUNT REV'D".
           05  FILLER                  PIC X(14)
               VALUE "   RUNNING CNT".
           05  FILLER                  PIC X(20)
               VALUE "         RUNNING AMT".
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-BKR-HISTORY-LINE.
           05  WS-BKR-HST-BRANCH-ID    PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-BKR-HST-COUNT        PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BKR-HST-AMT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BKR-HST-RUN-COUNT    PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BKR-HST-RUN-AMT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-BKR-ENTRY-COLUMN-LINE.
           05  FILLER                  PIC X(8)  VALUE "BRANCH".
           05  FILLER                  PIC X(5)  VALUE "SRC".
           05  FILLER                  PIC X(14)
               VALUE "     CNT VAR  ".
           05  FILLER                  PIC X(20)
               VALUE "           AMT VAR  ".
           05  FILLER                  PIC X(10) VALUE "FROM".
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-BKR-ENTRY-LINE.
           05  WS-BKR-ENT-BRANCH-ID    PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-BKR-ENT-SOURCE       PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-BKR-ENT-CNT-VAR      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BKR-ENT-AMT-VAR      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BKR-ENT-FROM         PIC X(8).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-BKR-NONE-LINE            PIC X(132) VALUE "  NONE".

       01  WS-BKR-FOLD-LINE.
           05  FILLER                  PIC X(30)
               VALUE "LEDGER FOLD DATE STEPPED BACK ".
           05  FILLER                  PIC X(5)  VALUE "FROM ".
           05  WS-BKR-FLD-OLD          PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  WS-BKR-FLD-NEW          PIC X(8).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-BKR-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE "HISTORY ROWS REVERSED:".
           05  WS-BKR-TOT-ROWS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(24)
               VALUE "  GLADJENT WITHDRAWN:   ".
           05  WS-BKR-TOT-ADJ          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
               VALUE "  LEDGER WITHDRAWN:   ".
           05  WS-BKR-TOT-LDG          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
               VALUE "  LEDGER CARRIED:   ".
           05  WS-BKR-TOT-CARRIED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-PARM-CARD
           PERFORM 0150-WRITE-REPORT-HEADINGS
           PERFORM 0200-FIND-POSTED-RUN
           IF WS-BACKOUT-REFUSED
               PERFORM 0250-REPORT-REFUSAL
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABEND-REQUESTED
               PERFORM 0160-OPEN-UPDATE-FILES
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABEND-REQUESTED
               PERFORM 0300-REVERSE-HISTORY
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABEND-REQUESTED
               PERFORM 0400-WITHDRAW-GLADJENT
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABEND-REQUESTED
               PERFORM 0500-WITHDRAW-LEDGER
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABEND-REQUESTED
               PERFORM 0600-WRITE-REVERSAL-RECORD
           END-IF
           IF NOT WS-BACKOUT-REFUSED
               PERFORM 0800-WRITE-REPORT-TOTALS
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "RUNBKO01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               IF WS-BACKOUT-REFUSED
                   MOVE 8 TO RETURN-CODE
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
               DISPLAY "RUNBKO01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "RUNBKO01: UNABLE TO OPEN PARM-CARD-FILE, "
                       "STATUS=" WS-PRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RUN-STATUS-FILE
           IF NOT WS-RS-OK
               DISPLAY "RUNBKO01: UNABLE TO OPEN RUN-STATUS-FILE, "
                       "STATUS=" WS-RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKOUT-REPORT
           IF NOT WS-BKR-OK
               DISPLAY "RUNBKO01: UNABLE TO OPEN BACKOUT-REPORT, "
                       "STATUS=" WS-BKR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The files the backout changes are opened only once
      *    the card has been accepted, so a refused card
      *    leaves every one of them untouched.
       0160-OPEN-UPDATE-FILES.
           SET WS-UPDATE-FILES-OPEN TO TRUE
           OPEN I-O HISTORY-FILE
           IF NOT WS-HST-OK
               DISPLAY "RUNBKO01: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS=" WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ADJUST-ENTRY-FILE
           IF WS-ADJ-OK
               SET WS-ADJ-PRESENT TO TRUE
           ELSE
               IF WS-ADJ-NOT-FOUND
                   DISPLAY "RUNBKO01: NO GLADJENT FILE - NOTHING "
                           "TO WITHDRAW THERE"
               ELSE
                   DISPLAY "RUNBKO01: UNABLE TO OPEN "
                           "ADJUST-ENTRY-FILE, STATUS="
                           WS-ADJ-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-OK
               SET WS-LDG-PRESENT TO TRUE
               OPEN OUTPUT NEW-LEDGER-FILE
               IF NOT WS-NLG-OK
                   DISPLAY "RUNBKO01: UNABLE TO OPEN "
                           "NEW-LEDGER-FILE, STATUS="
                           WS-NLG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-LDG-NOT-FOUND
                   DISPLAY "RUNBKO01: NO ADJUSTING-ENTRY LEDGER - "
                           "NOTHING TO WITHDRAW THERE"
               ELSE
                   DISPLAY "RUNBKO01: UNABLE TO OPEN LEDGER-FILE, "
                           "STATUS=" WS-LDG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUD-OK
               DISPLAY "RUNBKO01: UNABLE TO OPEN AUDIT-FILE, "
                       "STATUS=" WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Reads and edits the single parameter card.  The
      *    run id, a real run date, the requester and the
      *    reason are all required - a backout nobody can
      *    account for afterwards is refused.
       0120-READ-PARM-CARD.
           READ PARM-CARD-FILE
               AT END
                   SET WS-BACKOUT-REFUSED TO TRUE
                   MOVE "PARM-CARD-FILE IS EMPTY" TO
                            WS-REFUSE-REASON
               NOT AT END
                   MOVE BK-RUN-ID TO WS-BK-RUN-ID
                   MOVE BK-RUN-DATE TO WS-BK-RUN-DATE
                   MOVE BK-REQUESTED-BY TO WS-BK-REQUESTED-BY
                   MOVE BK-REASON-TEXT TO WS-BK-REASON-TEXT
                   IF WS-BK-RUN-ID = SPACES
                       SET WS-BACKOUT-REFUSED TO TRUE
                       MOVE "RUN ID MISSING" TO WS-REFUSE-REASON
                   ELSE
                       IF WS-BK-RUN-DATE NOT NUMERIC
                        OR WS-BK-RUN-DATE(5:2) < "01"
                        OR WS-BK-RUN-DATE(5:2) > "12"
                        OR WS-BK-RUN-DATE(7:2) < "01"
                        OR WS-BK-RUN-DATE(7:2) > "31"
                           SET WS-BACKOUT-REFUSED TO TRUE
                           MOVE "RUN DATE IS NOT A VALID YYYYMMDD"
                               TO WS-REFUSE-REASON
                       ELSE
                           IF WS-BK-REQUESTED-BY = SPACES
                            OR WS-BK-REASON-TEXT = SPACES
                               SET WS-BACKOUT-REFUSED TO TRUE
                               MOVE "REQUESTER AND REASON REQUIRED"
                                   TO WS-REFUSE-REASON
                           END-IF
                       END-IF
                   END-IF
           END-READ
           CLOSE PARM-CARD-FILE.

       0150-WRITE-REPORT-HEADINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-BK-RUN-ID TO WS-BKR-HDG-RUN-ID
           MOVE WS-BK-RUN-DATE TO WS-BKR-HDG-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BKR-HDG-DATE
           MOVE WS-BKR-HEADING-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-BK-REQUESTED-BY TO WS-BKR-REQ-BY
           MOVE WS-BK-REASON-TEXT TO WS-BKR-REQ-REASON
           MOVE WS-BKR-REQUEST-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

      *    Scans RUNSTAT for the posting to reverse.  The file
      *    is chronological, so the last completed record for
      *    the run id and date is the one that stands - a
      *    forced rerun supersedes the run it was forced over
      *    - and a reversal after it means the night has
      *    already been backed out.  Abended records never
      *    posted; supplemental records amend the posting and
      *    go with it.  The file is then reopened EXTEND for
      *    the reversal record, the way BUGSOL01 reopens it.
       0200-FIND-POSTED-RUN.
           PERFORM UNTIL WS-RS-EOF OR WS-BACKOUT-REFUSED
               READ RUN-STATUS-FILE
                   AT END
                       SET WS-RS-EOF TO TRUE
                   NOT AT END
                       IF RS-RUN-ID = WS-BK-RUN-ID
                        AND RS-RUN-DATE = WS-BK-RUN-DATE
                           PERFORM 0210-NOTE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATUS-FILE
           IF NOT WS-BACKOUT-REFUSED
               IF NOT WS-PST-FOUND
                   SET WS-BACKOUT-REFUSED TO TRUE
                   MOVE "NO POSTED RUN FOR THIS RUN ID AND DATE" TO
                            WS-REFUSE-REASON
               ELSE
                   IF WS-PST-REVERSED
                       SET WS-BACKOUT-REFUSED TO TRUE
                       MOVE "RUN ALREADY BACKED OUT" TO
                                WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF
           IF NOT WS-BACKOUT-REFUSED
               MOVE WS-PST-TIMESTAMP TO WS-BKR-PST-TIMESTAMP
               MOVE WS-PST-STATUS TO WS-BKR-PST-STATUS
               MOVE WS-PST-FINAL-COUNT TO WS-BKR-PST-COUNT
               MOVE WS-PST-FINAL-AMT TO WS-BKR-PST-AMT
               MOVE WS-PST-GL-CNT-VAR TO WS-BKR-PST-GL-CNT
               MOVE WS-PST-GL-AMT-VAR TO WS-BKR-PST-GL-AMT
               MOVE WS-BKR-POSTING-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
               OPEN EXTEND RUN-STATUS-FILE
               IF NOT WS-RS-OK
                   DISPLAY "RUNBKO01: UNABLE TO REOPEN "
                           "RUN-STATUS-FILE, STATUS="
                           WS-RS-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "RUNSTAT" TO ERR-TARGET-FIELD
                   MOVE "UNABLE TO REOPEN RUN-STATUS-FILE" TO
                            ERR-MESSAGE
                   MOVE "0200-FIND-POSTED-RUN" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF.

       0210-NOTE-ONE-RECORD.
           IF RS-COMPLETED-CLEAN OR RS-COMPLETED-WARNING
            OR RS-REGION-INTERIM OR RS-CONSOL-PARTIAL
               SET WS-PST-FOUND TO TRUE
               MOVE "N" TO WS-PST-REVERSED-SW
               MOVE RS-RUN-TIMESTAMP TO WS-PST-TIMESTAMP
               MOVE RS-COMPLETION-STATUS TO WS-PST-STATUS
               MOVE RS-RECORDS-READ TO WS-PST-RECORDS-READ
               MOVE RS-FINAL-COUNT-TOTAL TO WS-PST-FINAL-COUNT
               MOVE RS-FINAL-AMT-TOTAL TO WS-PST-FINAL-AMT
               MOVE RS-GL-CNT-VARIANCE TO WS-PST-GL-CNT-VAR
               MOVE RS-GL-AMT-VARIANCE TO WS-PST-GL-AMT-VAR
           END-IF
           IF RS-BACKED-OUT
               SET WS-PST-REVERSED TO TRUE
           END-IF.

       0250-REPORT-REFUSAL.
           DISPLAY "RUNBKO01: BACKOUT REFUSED - " WS-REFUSE-REASON
           MOVE ZERO TO ERR-OPERAND-1
           MOVE ZERO TO ERR-OPERAND-2
           MOVE "RS-RUN-ID" TO ERR-TARGET-FIELD
           MOVE WS-REFUSE-REASON TO ERR-MESSAGE
           MOVE "0250-REPORT-REFUSAL" TO WS-ERR-SOURCE-PARA
           MOVE 8 TO WS-RC-WORK
           PERFORM 0820-WRITE-ERROR-RECORD
           MOVE 0 TO WS-RC-WORK
           MOVE WS-REFUSE-REASON TO WS-BKR-REF-REASON
           MOVE WS-BKR-REFUSED-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

      *    Walks BRHIST end to end - it is keyed branch id
      *    first, so one night's rows are spread through the
      *    file - and deletes every row the run wrote for the
      *    date.  A row for the date under a different run id
      *    belongs to some other run and is left alone.  Each
      *    deleted row gets an offsetting audit record, and a
      *    last record offsets the corporate final step, so
      *    the run's trace on AUDITLOG nets to zero.
       0300-REVERSE-HISTORY.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE "HISTORY ROWS REVERSED" TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-BKR-HISTORY-COLUMN-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE LOW-VALUES TO HST-KEY
           START HISTORY-FILE KEY NOT < HST-KEY
           IF NOT WS-HST-OK
               SET WS-HST-READ-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-HST-READ-DONE OR WS-ABEND-REQUESTED
               READ HISTORY-FILE NEXT RECORD
               IF WS-HST-END OR NOT WS-HST-OK
                   SET WS-HST-READ-DONE TO TRUE
               ELSE
                   IF HST-RUN-DATE = WS-BK-RUN-DATE
                    AND HST-RUN-ID = WS-BK-RUN-ID
                       PERFORM 0310-REVERSE-ONE-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROWS-REVERSED = 0
               MOVE WS-BKR-NONE-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0320-OFFSET-FINAL-STEP
           END-IF.

       0310-REVERSE-ONE-ROW.
           COMPUTE WS-REV-BRANCH-COUNT = 0 - HST-TRAN-COUNT
           COMPUTE WS-REV-BRANCH-AMT = 0 - HST-TRAN-AMT
           MOVE WS-REV-RUNNING-COUNT TO WS-REV-PRIOR-COUNT
           MOVE WS-REV-RUNNING-AMT TO WS-REV-PRIOR-AMT
           ADD WS-REV-BRANCH-COUNT TO WS-REV-RUNNING-COUNT
               ON SIZE ERROR
                   DISPLAY "RUNBKO01: REVERSAL COUNT OVERFLOWED AT "
                           HST-BRANCH-ID
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "REV-COUNT" TO ERR-TARGET-FIELD
                   MOVE "REVERSAL COUNT OVERFLOWED" TO ERR-MESSAGE
                   MOVE "0310-REVERSE-ONE-ROW" TO WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           ADD WS-REV-BRANCH-AMT TO WS-REV-RUNNING-AMT
               ON SIZE ERROR
                   DISPLAY "RUNBKO01: REVERSAL AMOUNT OVERFLOWED AT "
                           HST-BRANCH-ID
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "REV-AMT" TO ERR-TARGET-FIELD
                   MOVE "REVERSAL AMOUNT OVERFLOWED" TO ERR-MESSAGE
                   MOVE "0310-REVERSE-ONE-ROW" TO WS-ERR-SOURCE-PARA
                   MOVE 12 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
           END-ADD
           IF NOT WS-ABEND-REQUESTED
               DELETE HISTORY-FILE RECORD
               IF NOT WS-HST-OK
                   DISPLAY "RUNBKO01: HISTORY DELETE FAILED AT "
                           HST-BRANCH-ID " " HST-RUN-DATE
                           ", STATUS=" WS-HST-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "HST-KEY" TO ERR-TARGET-FIELD
                   MOVE "HISTORY DELETE FAILED" TO ERR-MESSAGE
                   MOVE "0310-REVERSE-ONE-ROW" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
           IF NOT WS-ABEND-REQUESTED
               ADD 1 TO WS-ROWS-REVERSED
               MOVE WS-BK-RUN-ID TO WS-AUD-RUN-ID
               MOVE HST-BRANCH-ID TO WS-AUD-BRANCH-ID
               MOVE WS-REV-BRANCH-COUNT TO WS-AUD-OPERAND-1
               MOVE WS-REV-PRIOR-COUNT TO WS-AUD-OPERAND-2
               MOVE WS-REV-RUNNING-COUNT TO WS-AUD-RESULT
               MOVE WS-REV-BRANCH-AMT TO WS-AUD-AMT-OPERAND-1
               MOVE WS-REV-PRIOR-AMT TO WS-AUD-AMT-OPERAND-2
               MOVE WS-REV-RUNNING-AMT TO WS-AUD-AMT-RESULT
               PERFORM 0700-WRITE-AUDIT-RECORD
               MOVE HST-BRANCH-ID TO WS-BKR-HST-BRANCH-ID
               MOVE WS-REV-BRANCH-COUNT TO WS-BKR-HST-COUNT
               MOVE WS-REV-BRANCH-AMT TO WS-BKR-HST-AMT
               MOVE WS-REV-RUNNING-COUNT TO WS-BKR-HST-RUN-COUNT
               MOVE WS-REV-RUNNING-AMT TO WS-BKR-HST-RUN-AMT
               MOVE WS-BKR-HISTORY-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.

      *    Offsets the posting's final corporate step: the
      *    reversed branch total, the reversed adjustments
      *    and supplements that posted outside the per-branch
      *    history, and the negated RS-FINAL total - the same
      *    three figures 0500-ACCUMULATE-TOTALS audited.
       0320-OFFSET-FINAL-STEP.
           COMPUTE WS-REV-ADJ-COUNT =
                   0 - WS-PST-FINAL-COUNT - WS-REV-RUNNING-COUNT
           COMPUTE WS-REV-ADJ-AMT =
                   0 - WS-PST-FINAL-AMT - WS-REV-RUNNING-AMT
           MOVE WS-BK-RUN-ID TO WS-AUD-RUN-ID
           MOVE SPACES TO WS-AUD-BRANCH-ID
           MOVE WS-REV-RUNNING-COUNT TO WS-AUD-OPERAND-1
           MOVE WS-REV-ADJ-COUNT TO WS-AUD-OPERAND-2
           COMPUTE WS-AUD-RESULT = 0 - WS-PST-FINAL-COUNT
           MOVE WS-REV-RUNNING-AMT TO WS-AUD-AMT-OPERAND-1
           MOVE WS-REV-ADJ-AMT TO WS-AUD-AMT-OPERAND-2
           COMPUTE WS-AUD-AMT-RESULT = 0 - WS-PST-FINAL-AMT
           PERFORM 0700-WRITE-AUDIT-RECORD.

      *    Marks the run's pending entries on tonight's
      *    GLADJENT withdrawn, in place, so ADJAPR01 passes
      *    them over if it has not folded them yet.  Entries
      *    for any other run are rewritten untouched.
       0400-WITHDRAW-GLADJENT.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE "GLADJENT ENTRIES WITHDRAWN" TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-BKR-ENTRY-COLUMN-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           IF WS-ADJ-PRESENT
               MOVE "W" TO WS-WDR-ACTION-CODE
               PERFORM UNTIL WS-ADJ-EOF OR WS-ABEND-REQUESTED
                   READ ADJUST-ENTRY-FILE
                       AT END
                           SET WS-ADJ-EOF TO TRUE
                       NOT AT END
                           IF AJ-RUN-ID = WS-BK-RUN-ID
                            AND AJ-RUN-DATE = WS-BK-RUN-DATE
                            AND AJ-PENDING-APPROVAL
                               PERFORM 0410-WITHDRAW-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ADJ-WITHDRAWN = 0
               MOVE WS-BKR-NONE-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.

       0410-WITHDRAW-ONE-ENTRY.
           SET AJ-WITHDRAWN TO TRUE
           REWRITE ADJUST-ENTRY-REC
           IF NOT WS-ADJ-OK
               DISPLAY "RUNBKO01: GLADJENT REWRITE FAILED AT "
                       AJ-BRANCH-ID ", STATUS=" WS-ADJ-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AJ-STATUS" TO ERR-TARGET-FIELD
               MOVE "GLADJENT REWRITE FAILED" TO ERR-MESSAGE
               MOVE "0410-WITHDRAW-ONE-ENTRY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-ADJ-WITHDRAWN
               MOVE WS-WDR-RUN-ID TO WS-AUD-RUN-ID
               MOVE AJ-BRANCH-ID TO WS-AUD-BRANCH-ID
               MOVE 1 TO WS-AUD-OPERAND-1
               MOVE ZERO TO WS-AUD-OPERAND-2
               MOVE AJ-CNT-VARIANCE TO WS-AUD-RESULT
               MOVE ZERO TO WS-AUD-AMT-OPERAND-1
               MOVE ZERO TO WS-AUD-AMT-OPERAND-2
               MOVE AJ-AMT-VARIANCE TO WS-AUD-AMT-RESULT
               PERFORM 0700-WRITE-AUDIT-RECORD
               MOVE AJ-BRANCH-ID TO WS-BKR-ENT-BRANCH-ID
               MOVE AJ-SOURCE-CODE TO WS-BKR-ENT-SOURCE
               MOVE AJ-CNT-VARIANCE TO WS-BKR-ENT-CNT-VAR
               MOVE AJ-AMT-VARIANCE TO WS-BKR-ENT-AMT-VAR
               MOVE "GLADJENT" TO WS-BKR-ENT-FROM
               MOVE WS-BKR-ENTRY-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.

      *    Copies the ADJAPR01 ledger to its next generation,
      *    dropping the run's entries if they have already
      *    been folded.  The old generation is proved against
      *    its trailer first - a short ledger would otherwise
      *    be carried forward short - and the new one is
      *    sealed with fresh counts and hashes.  Only pending
      *    entries are ever on the ledger: what accounting
      *    has already released or written off is gone, and
      *    is theirs to reverse in the GL.
       0500-WITHDRAW-LEDGER.
           IF WS-LDG-PRESENT
               MOVE "L" TO WS-WDR-ACTION-CODE
               PERFORM UNTIL WS-LDG-EOF OR WS-ABEND-REQUESTED
                   READ LEDGER-FILE
                       AT END
                           SET WS-LDG-EOF TO TRUE
                           IF NOT WS-OLC-TRL-SEEN
                               DISPLAY "RUNBKO01: LEDGER ENDED "
                                       "WITHOUT A TRAILER - "
                                       "POSSIBLE TRUNCATED FILE"
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "LEDGER ENDED WITHOUT A TRAILER" TO
                                        ERR-MESSAGE
                               MOVE "0500-WITHDRAW-LEDGER" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           END-IF
                       NOT AT END
                           IF ALC-CONTROL-REC
                               PERFORM 0520-LEDGER-CONTROL-REC
                           ELSE
                               IF NOT WS-OLC-HDR-SEEN
                                OR WS-OLC-TRL-SEEN
                                   DISPLAY "RUNBKO01: LEDGER DATA "
                                           "RECORD OUTSIDE HEADER/"
                                           "TRAILER AT " AL-BRANCH-ID
                                   MOVE ZERO TO ERR-OPERAND-1
                                   MOVE ZERO TO ERR-OPERAND-2
                                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                                   MOVE "LEDGER RECORD OUTSIDE CONTROLS"
                                       TO ERR-MESSAGE
                                   MOVE "0500-WITHDRAW-LEDGER" TO
                                            WS-ERR-SOURCE-PARA
                                   MOVE 28 TO WS-RC-WORK
                                   PERFORM 0820-WRITE-ERROR-RECORD
                                   SET WS-ABEND-REQUESTED TO TRUE
                                   PERFORM 0830-CLASSIFY-ABEND
                               ELSE
                                   PERFORM 0510-COPY-ONE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-ABEND-REQUESTED
                   PERFORM 0530-WRITE-LEDGER-TRAILER
               END-IF
           END-IF.

       0510-COPY-ONE-ENTRY.
           ADD 1 TO WS-OLC-REC-COUNT
           ADD AL-SYS-COUNT TO WS-OLC-HASH-COUNT
           ADD AL-SYS-AMT TO WS-OLC-HASH-AMT
           IF AL-RUN-ID = WS-BK-RUN-ID
            AND AL-RUN-DATE = WS-BK-RUN-DATE
            AND AL-PENDING-APPROVAL
               ADD 1 TO WS-LDG-WITHDRAWN
               MOVE WS-WDR-RUN-ID TO WS-AUD-RUN-ID
               MOVE AL-BRANCH-ID TO WS-AUD-BRANCH-ID
               MOVE 1 TO WS-AUD-OPERAND-1
               MOVE ZERO TO WS-AUD-OPERAND-2
               MOVE AL-CNT-VARIANCE TO WS-AUD-RESULT
               MOVE ZERO TO WS-AUD-AMT-OPERAND-1
               MOVE ZERO TO WS-AUD-AMT-OPERAND-2
               MOVE AL-AMT-VARIANCE TO WS-AUD-AMT-RESULT
               PERFORM 0700-WRITE-AUDIT-RECORD
               MOVE AL-BRANCH-ID TO WS-BKR-ENT-BRANCH-ID
               MOVE AL-SOURCE-CODE TO WS-BKR-ENT-SOURCE
               MOVE AL-CNT-VARIANCE TO WS-BKR-ENT-CNT-VAR
               MOVE AL-AMT-VARIANCE TO WS-BKR-ENT-AMT-VAR
               MOVE "ADJLEDGR" TO WS-BKR-ENT-FROM
               MOVE WS-BKR-ENTRY-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           ELSE
               MOVE ADJ-LEDGER-REC TO NEW-LEDGER-REC
               WRITE NEW-LEDGER-REC
               IF NOT WS-NLG-OK
                   DISPLAY "RUNBKO01: NEW-LEDGER-FILE WRITE FAILED, "
                           "STATUS=" WS-NLG-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "ADJLDNEW" TO ERR-TARGET-FIELD
                   MOVE "NEW LEDGER WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0510-COPY-ONE-ENTRY" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   ADD 1 TO WS-LDG-CARRIED
                   ADD 1 TO WS-NLC-REC-COUNT
                   ADD NL-SYS-COUNT TO WS-NLC-HASH-COUNT
                   ADD NL-SYS-AMT TO WS-NLC-HASH-AMT
               END-IF
           END-IF.

      *    The header is copied as soon as it is read, with
      *    the fold guard stepped back if the backed-out night
      *    is the last one folded; the trailer is proved
      *    against what was read.
       0520-LEDGER-CONTROL-REC.
           IF ALC-HEADER-REC
               SET WS-OLC-HDR-SEEN TO TRUE
               MOVE ALC-BUSINESS-DATE TO WS-OLD-FOLD-DATE
               MOVE ALC-BUSINESS-DATE TO WS-NEW-FOLD-DATE
               IF WS-OLD-FOLD-DATE = WS-BK-RUN-DATE
                   COMPUTE WS-NEW-FOLD-NUM =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (WS-BK-RUN-DATE-NUM) - 1)
               END-IF
               MOVE LEDGER-CONTROL-REC TO NEW-LEDGER-CONTROL-REC
               MOVE WS-NEW-FOLD-DATE TO NLC-BUSINESS-DATE
               WRITE NEW-LEDGER-CONTROL-REC
               IF NOT WS-NLG-OK
                   DISPLAY "RUNBKO01: NEW-LEDGER-FILE HEADER WRITE "
                           "FAILED, STATUS=" WS-NLG-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "ADJLDNEW" TO ERR-TARGET-FIELD
                   MOVE "NEW LEDGER HEADER WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0520-LEDGER-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           ELSE
               IF ALC-RECORD-COUNT NOT = WS-OLC-REC-COUNT
                OR ALC-HASH-COUNT NOT = WS-OLC-HASH-COUNT
                OR ALC-HASH-AMT NOT = WS-OLC-HASH-AMT
                   DISPLAY "RUNBKO01: LEDGER TRAILER MISMATCH - "
                           "EXPECTED " ALC-RECORD-COUNT
                           " READ " WS-OLC-REC-COUNT
                   MOVE ALC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-OLC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "LEDGER TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0520-LEDGER-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-OLC-TRL-SEEN TO TRUE
               END-IF
           END-IF.

       0530-WRITE-LEDGER-TRAILER.
           MOVE "TRL*" TO NLC-CONTROL-TAG
           MOVE "ADJLEDGR" TO NLC-FEED-ID
           MOVE WS-NEW-FOLD-DATE TO NLC-BUSINESS-DATE
           MOVE WS-NLC-REC-COUNT TO NLC-RECORD-COUNT
           MOVE WS-NLC-HASH-COUNT TO NLC-HASH-COUNT
           MOVE WS-NLC-HASH-AMT TO NLC-HASH-AMT
           WRITE NEW-LEDGER-CONTROL-REC
           IF NOT WS-NLG-OK
               DISPLAY "RUNBKO01: NEW-LEDGER-FILE TRAILER WRITE "
                       "FAILED, STATUS=" WS-NLG-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "ADJLDNEW" TO ERR-TARGET-FIELD
               MOVE "NEW LEDGER TRAILER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0530-WRITE-LEDGER-TRAILER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF WS-NEW-FOLD-DATE NOT = WS-OLD-FOLD-DATE
               MOVE SPACES TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
               MOVE WS-OLD-FOLD-DATE TO WS-BKR-FLD-OLD
               MOVE WS-NEW-FOLD-DATE TO WS-BKR-FLD-NEW
               MOVE WS-BKR-FOLD-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.

      *    The reversal record: the posting's run id and run
      *    date, tonight's timestamp, the rows actually
      *    reversed, and the posting's final totals and GL
      *    variances negated so every reader nets the pair.
       0600-WRITE-REVERSAL-RECORD.
           ACCEPT WS-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-BK-RUN-ID TO RS-RUN-ID
           MOVE WS-BK-RUN-DATE TO RS-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP TO RS-RUN-TIMESTAMP
           MOVE WS-PST-RECORDS-READ TO RS-RECORDS-READ
           MOVE WS-ROWS-REVERSED TO RS-BRANCHES-PROCESSED
           MOVE ZERO TO RS-REJECT-COUNT
           COMPUTE RS-FINAL-COUNT-TOTAL = 0 - WS-PST-FINAL-COUNT
           COMPUTE RS-FINAL-AMT-TOTAL = 0 - WS-PST-FINAL-AMT
           COMPUTE RS-GL-CNT-VARIANCE = 0 - WS-PST-GL-CNT-VAR
           COMPUTE RS-GL-AMT-VARIANCE = 0 - WS-PST-GL-AMT-VAR
           MOVE ZERO TO RS-RETURN-CODE
           SET RS-BACKED-OUT TO TRUE
           WRITE RUN-STATUS-REC
           IF NOT WS-RS-OK
               DISPLAY "RUNBKO01: RUN-STATUS-FILE WRITE FAILED, "
                       "STATUS=" WS-RS-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "RUNSTAT" TO ERR-TARGET-FIELD
               MOVE "REVERSAL RUN-STATUS WRITE FAILED" TO ERR-MESSAGE
               MOVE "0600-WRITE-REVERSAL-RECORD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    Writes one audit record from WS-AUD-WORK in the
      *    record style BUGSOL01 writes.
       0700-WRITE-AUDIT-RECORD.
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
               DISPLAY "RUNBKO01: AUDIT RECORD WRITE FAILED, "
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

       0800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-ROWS-REVERSED TO WS-BKR-TOT-ROWS
           MOVE WS-ADJ-WITHDRAWN TO WS-BKR-TOT-ADJ
           MOVE WS-LDG-WITHDRAWN TO WS-BKR-TOT-LDG
           MOVE WS-LDG-CARRIED TO WS-BKR-TOT-CARRIED
           MOVE WS-BKR-TOTAL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           IF WS-ABEND-REQUESTED
               MOVE "BACKOUT DID NOT COMPLETE - RUNSTAT NOT MARKED"
                   TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF
           DISPLAY "RUNBKO01: RUN " WS-BK-RUN-ID " " WS-BK-RUN-DATE
                   " - " WS-ROWS-REVERSED " HISTORY ROWS REVERSED, "
                   WS-ADJ-WITHDRAWN " GLADJENT AND "
                   WS-LDG-WITHDRAWN " LEDGER ENTRIES WITHDRAWN".

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
           MOVE "RUNBKO01" TO ERR-PROGRAM-ID
           MOVE WS-BK-RUN-ID TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "RUNBKO01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE BACKOUT-REPORT
           IF WS-UPDATE-FILES-OPEN
               CLOSE RUN-STATUS-FILE
               CLOSE HISTORY-FILE
               CLOSE AUDIT-FILE
               IF WS-ADJ-PRESENT
                   CLOSE ADJUST-ENTRY-FILE
               END-IF
               IF WS-LDG-PRESENT
                   CLOSE LEDGER-FILE
                   CLOSE NEW-LEDGER-FILE
               END-IF
           END-IF.
