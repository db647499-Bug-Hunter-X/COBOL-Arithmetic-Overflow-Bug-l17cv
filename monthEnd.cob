      *            records go to PERSUMM for the financial
      *            close, replacing the statements
      *            accounting used to build by hand from a
      *            month of Control Total Reports.  A branch
      *            merged away (BRXWALK) by the end of the
      *            period reports under its survivor, its
      *            nights folded into the survivor's line.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "MECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MER-FILE-STATUS.

           SELECT XWALK-FILE ASSIGN TO "BRXWALK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYMP01.
       FD  MONTH-END-REPORT.
           COPY CPYRPT08.

       FD  XWALK-FILE
           RECORDING MODE IS F.
           COPY CPYXW01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==XWALK-CONTROL-REC==
                        LEADING ==FC-== BY ==XWC-==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-PRM-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PRM-OK                     VALUE "00".
           05  WS-HST-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PSM-OK                     VALUE "00".
           05  WS-MER-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-MER-OK                     VALUE "00".
           05  WS-XW-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-XW-OK                      VALUE "00".
               88  WS-XW-EOF                     VALUE "10".

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
       01  WS-CURRENT-TIMESTAMP        PIC X(15).

       01  WS-BM-PRESENT-SW            PIC X VALUE "N".
           88  WS-BM-PRESENT                  VALUE "Y".


       01  WS-MST-FOUND-REGION         PIC X(3) VALUE SPACES.

       COPY CPYXW02.

      *    Period history of branches merged away, gathered
      *    per surviving branch before the walk - a survivor
      *    can sort ahead of the branches merged into it, so
      *    its group may close before their nights are read.
      *    WS-STS-USED-SW marks a stash already folded into
      *    its survivor's line.
       01  WS-MERGE-STASH-AREA.
           05  WS-STS-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-STS-IDX              PIC 9(5) VALUE 0.
           05  WS-STS-FOUND-IDX        PIC 9(5) VALUE 0.
           05  WS-STS-LEFT-IDX         PIC 9(5) VALUE 0.
           05  WS-STS-TABLE OCCURS 2000 TIMES.
               10  WS-STST-SURVIVOR-ID PIC X(4).
               10  WS-STST-USED-SW     PIC X(1).
                   88  WS-STST-USED           VALUE "Y".
               10  WS-STST-COUNT       PIC 9(11).
               10  WS-STST-AMT         PIC 9(13)V99.
               10  WS-STST-GRID.
                   15  WS-STST-DAY-FLAG OCCURS 31 TIMES
                                       PIC X(1).
           05  WS-GRP-RETIRED-SW       PIC X VALUE "N".
               88  WS-GRP-RETIRED             VALUE "Y".

      *    The branch group being built as BRHIST is walked:
      *    the file is keyed branch id + run date, so each
      *    branch's nights arrive contiguously and the group
      *    record does not say which night, so folding them
      *    in can only corrupt a slot.  Their deltas surface
      *    on the printed DIFFERENCE (ADJ/SUPPLEMENTS) line
      *    instead.  A RUNBKO01 reversal record empties the
      *    slot of the posting it reverses - the night's
      *    BRHIST rows went with it - so a backed-out night
      *    counts nowhere until its corrected rerun posts.
       01  WS-RUNSTAT-AREA.
           05  WS-RST-DAY OCCURS 31 TIMES.
               10  WS-RST-POSTED-SW    PIC X(1).
                   88  WS-RST-POSTED          VALUE "Y".
               10  WS-RST-RUN-ID       PIC X(8).
               10  WS-RST-COUNT        PIC S9(9).
               10  WS-RST-AMT          PIC S9(11)V99.
           05  WS-RST-TOT-COUNT        PIC S9(11) VALUE 0.
           05  WS-DIFF-COUNT           PIC S9(11) VALUE 0.
           05  WS-DIFF-AMT             PIC S9(13)V99 VALUE 0.

      *    Backed-out postings in the period, each kept with
      *    its reversal so the month-end report shows the
      *    pair side by side instead of the night twice.
       01  WS-BACKOUT-AREA.
           05  WS-BKO-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-BKO-IDX              PIC 9(3) VALUE 0.
           05  WS-BACKOUT-TABLE OCCURS 62 TIMES.
               10  WS-BKOT-RUN-DATE    PIC X(8).
               10  WS-BKOT-RUN-ID      PIC X(8).
               10  WS-BKOT-REV-COUNT   PIC S9(9).
               10  WS-BKOT-REV-AMT     PIC S9(11)V99.

       01  WS-MER-HEADING-LINE.
           05  FILLER                  PIC X(31)
               VALUE "MONTH-END BRANCH CONSOLIDATION ".
           05  WS-MER-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-MER-GRID             PIC X(31).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MER-MERGE-NOTE       PIC X(11).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-MER-REGION-LINE.
           05  FILLER                  PIC X(7)  VALUE "REGION ".
           05  WS-MER-SGN-AMT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-MER-BACKOUT-LINE.
           05  WS-MER-BKO-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MER-BKO-RUN-ID       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MER-BKO-LABEL        PIC X(10).
           05  WS-MER-BKO-COUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MER-BKO-AMT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-MER-GRID-LINE.
           05  FILLER                  PIC X(18)
               VALUE "NETWORK DAY GRID: ".
               PERFORM 0200-LOAD-BRANCH-MASTER
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0230-LOAD-XWALK
               PERFORM 0250-STASH-MERGED-HISTORY
               PERFORM 0300-WALK-HISTORY
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0600-WRITE-PERIOD-SUMMARY
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "MONEND01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               IF WS-DIFF-COUNT NOT = 0 OR WS-DIFF-AMT NOT = 0
                   MOVE 4 TO RETURN-CODE
           STOP RUN.

       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "MONEND01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "MONEND01: UNABLE TO OPEN PARM-CARD-FILE, "
           READ PARM-CARD-FILE
               AT END
                   DISPLAY "MONEND01: PARM-CARD-FILE IS EMPTY"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "MECPARM" TO ERR-TARGET-FIELD
                   MOVE "PARM-CARD-FILE IS EMPTY" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               NOT AT END
                   IF MP-PERIOD NOT NUMERIC
                       DISPLAY "MONEND01: PERIOD '" MP-PERIOD
                               "' IS NOT NUMERIC"
                       MOVE ZERO TO ERR-OPERAND-1
                       MOVE ZERO TO ERR-OPERAND-2
                       MOVE "MP-PERIOD" TO ERR-TARGET-FIELD
                       MOVE "PERIOD IS NOT NUMERIC" TO ERR-MESSAGE
                       MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                       MOVE 16 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
                   ELSE
                       MOVE MP-PERIOD-YEAR TO WS-PED-YEAR
                       MOVE MP-PERIOD-MONTH TO WS-PED-MONTH
                        OR WS-PED-MONTH < 1 OR WS-PED-MONTH > 12
                           DISPLAY "MONEND01: PERIOD '" MP-PERIOD
                                   "' IS NOT A VALID YYYYMM"
                           MOVE ZERO TO ERR-OPERAND-1
                           MOVE ZERO TO ERR-OPERAND-2
                           MOVE "MP-PERIOD" TO ERR-TARGET-FIELD
                           MOVE "PERIOD IS NOT A VALID YYYYMM" TO
                                    ERR-MESSAGE
                           MOVE "0120-READ-PARM-CARD" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 16 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       ELSE
                           MOVE MP-PERIOD TO WS-PERIOD
                       END-IF
                               DISPLAY "MONEND01: BRANCH MASTER "
                                       "ENDED WITHOUT A TRAILER - "
                                       "POSSIBLE TRUNCATED FILE"
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "MASTER ENDED WITHOUT A TRAILER" TO
                                        ERR-MESSAGE
                               MOVE "0200-LOAD-BRANCH-MASTER" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           END-IF
                       NOT AT END
                           IF BMC-CONTROL-REC
                                           "MASTER DATA RECORD "
                                           "AFTER TRAILER AT "
                                           BM-BRANCH-ID
                                   MOVE ZERO TO ERR-OPERAND-1
                                   MOVE ZERO TO ERR-OPERAND-2
                                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                                   MOVE "MASTER DATA AFTER TRAILER" TO
                                            ERR-MESSAGE
                                   MOVE "0200-LOAD-BRANCH-MASTER" TO
                                            WS-ERR-SOURCE-PARA
                                   MOVE 28 TO WS-RC-WORK
                                   PERFORM 0820-WRITE-ERROR-RECORD
                                   SET WS-ABEND-REQUESTED TO TRUE
                                   PERFORM 0830-CLASSIFY-ABEND
                               ELSE
                                   ADD 1 TO WS-OMC-REC-COUNT
                                   PERFORM 0210-LOAD-ONE-MASTER
                   DISPLAY "MONEND01: BRANCH MASTER TRAILER "
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
           IF BM-BRANCH-ID NOT > WS-MST-PREV-ID
               DISPLAY "MONEND01: BRANCH MASTER OUT OF SEQUENCE "
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
                   DISPLAY "MONEND01: MASTER TABLE OCCURS 10000 "
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
               END-IF
           END-IF.

      *    Loads the branch crosswalk.  It is optional: with
      *    no crosswalk, or one whose feed controls do not
      *    verify, every branch id reports on its own line as
      *    it did before merges were recorded - the totals
      *    are the same either way, only the grouping moves.
       0230-LOAD-XWALK.
           OPEN INPUT XWALK-FILE
           IF NOT WS-XW-OK
               DISPLAY "MONEND01: XWALK-FILE NOT AVAILABLE, "
                       "STATUS=" WS-XW-FILE-STATUS
                       " - MERGED BRANCHES REPORT ON THEIR OWN"
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
                               DISPLAY "MONEND01: XWALK-FILE ENDED "
                                       "WITHOUT A TRAILER - MERGED "
                                       "BRANCHES REPORT ON THEIR OWN"
                               MOVE "N" TO WS-XWK-AVAILABLE-SW
                               MOVE 0 TO WS-XWK-TBL-CNT
                           END-IF
                       NOT AT END
                           IF XWC-CONTROL-REC
                               PERFORM 0232-XWALK-CONTROL-REC
                           ELSE
                               IF WS-XWK-TRL-SEEN
                                   DISPLAY "MONEND01: XWALK-FILE DATA "
                                           "AFTER TRAILER - MERGED "
                                           "BRANCHES REPORT ON THEIR "
                                           "OWN"
                                   MOVE "N" TO WS-XWK-AVAILABLE-SW
                                   MOVE 0 TO WS-XWK-TBL-CNT
                               ELSE
                                   ADD 1 TO WS-XWK-REC-COUNT
                                   PERFORM 0234-LOAD-ONE-XWALK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XWALK-FILE
               IF WS-XWK-AVAILABLE
                   PERFORM VARYING WS-XWK-ROW FROM 1 BY 1
                             UNTIL WS-XWK-ROW > WS-XWK-TBL-CNT
                                OR NOT WS-XWK-AVAILABLE
                       PERFORM 0236-RESOLVE-ONE-CHAIN
                   END-PERFORM
               END-IF
           END-IF.

       0232-XWALK-CONTROL-REC.
           IF XWC-HEADER-REC
               SET WS-XWK-HDR-SEEN TO TRUE
           ELSE
               IF XWC-RECORD-COUNT NOT = WS-XWK-REC-COUNT
                   DISPLAY "MONEND01: XWALK-FILE TRAILER MISMATCH - "
                           "EXPECTED " XWC-RECORD-COUNT
                           " READ " WS-XWK-REC-COUNT
                           " - MERGED BRANCHES REPORT ON THEIR OWN"
                   MOVE "N" TO WS-XWK-AVAILABLE-SW
                   MOVE 0 TO WS-XWK-TBL-CNT
               ELSE
                   SET WS-XWK-TRL-SEEN TO TRUE
               END-IF
           END-IF.

       0234-LOAD-ONE-XWALK.
           IF XW-OLD-BRANCH-ID NOT > WS-XWK-PREV-ID
            OR WS-XWK-TBL-CNT = 2000
               DISPLAY "MONEND01: XWALK-FILE OUT OF SEQUENCE OR "
                       "OVER 2000 ROWS - MERGED BRANCHES REPORT ON "
                       "THEIR OWN"
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

      *    Follows one retired id down the chain to the
      *    branch that survives at the end of the period, the
      *    way BUGSOL01 resolves it for the business night -
      *    a hop effective after the period stops the chain,
      *    and a chain still running after ten hops loops and
      *    stands the table down.
       0236-RESOLVE-ONE-CHAIN.
           MOVE WS-XWKT-SURVIVOR-ID(WS-XWK-ROW) TO WS-XWK-CHAIN-ID
           MOVE 0 TO WS-XWK-HOPS
           MOVE "Y" TO WS-XWK-FOUND-SW
           PERFORM UNTIL NOT WS-XWK-FOUND OR WS-XWK-HOPS = 10
               MOVE WS-XWK-CHAIN-ID TO WS-XWK-LOOKUP-ID
               PERFORM 0238-FIND-XWALK
               IF WS-XWK-FOUND
                   IF WS-XWK-FOUND-EFF-DATE(1:6) > WS-PERIOD
                       MOVE "N" TO WS-XWK-FOUND-SW
                   ELSE
                       MOVE WS-XWK-FOUND-SURVIVOR TO WS-XWK-CHAIN-ID
                       ADD 1 TO WS-XWK-HOPS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-XWK-FOUND
               DISPLAY "MONEND01: XWALK-FILE MERGE CHAIN LOOPS AT "
                       WS-XWKT-OLD-ID(WS-XWK-ROW)
                       " - MERGED BRANCHES REPORT ON THEIR OWN"
               MOVE "N" TO WS-XWK-AVAILABLE-SW
               MOVE 0 TO WS-XWK-TBL-CNT
           ELSE
               MOVE WS-XWK-CHAIN-ID TO WS-XWKT-FINAL-ID(WS-XWK-ROW)
           END-IF.

       0238-FIND-XWALK.
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

      *    Reads the period nights of every branch merged
      *    away by the end of the period into its survivor's
      *    stash.  The walk that follows passes over those
      *    branches' own groups and folds the stash in where
      *    the survivor's line prints, so the merged history
      *    is counted once, under the survivor.
       0250-STASH-MERGED-HISTORY.
           PERFORM VARYING WS-XWK-ROW FROM 1 BY 1
                     UNTIL WS-XWK-ROW > WS-XWK-TBL-CNT
                        OR WS-ABEND-REQUESTED
               IF WS-XWKT-EFF-DATE(WS-XWK-ROW)(1:6) NOT > WS-PERIOD
                   PERFORM 0255-STASH-ONE-BRANCH
               END-IF
           END-PERFORM.

       0255-STASH-ONE-BRANCH.
           MOVE 0 TO WS-STS-FOUND-IDX
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                     UNTIL WS-STS-IDX > WS-STS-TBL-CNT
                        OR WS-STS-FOUND-IDX > 0
               IF WS-STST-SURVIVOR-ID(WS-STS-IDX) =
                       WS-XWKT-FINAL-ID(WS-XWK-ROW)
                   MOVE WS-STS-IDX TO WS-STS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-STS-FOUND-IDX = 0
               ADD 1 TO WS-STS-TBL-CNT
               MOVE WS-STS-TBL-CNT TO WS-STS-FOUND-IDX
               MOVE WS-XWKT-FINAL-ID(WS-XWK-ROW) TO
                        WS-STST-SURVIVOR-ID(WS-STS-FOUND-IDX)
               MOVE "N" TO WS-STST-USED-SW(WS-STS-FOUND-IDX)
               MOVE 0 TO WS-STST-COUNT(WS-STS-FOUND-IDX)
               MOVE 0 TO WS-STST-AMT(WS-STS-FOUND-IDX)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                         UNTIL WS-DAY-IDX > 31
                   MOVE "." TO WS-STST-DAY-FLAG
                                   (WS-STS-FOUND-IDX WS-DAY-IDX)
               END-PERFORM
           END-IF
           MOVE WS-XWKT-OLD-ID(WS-XWK-ROW) TO HST-BRANCH-ID
           MOVE WS-PERIOD TO HST-RUN-DATE(1:6)
           MOVE "01" TO HST-RUN-DATE(7:2)
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
                   IF HST-BRANCH-ID NOT = WS-XWKT-OLD-ID(WS-XWK-ROW)
                    OR HST-RUN-DATE(1:6) NOT = WS-PERIOD
                       SET WS-HST-READ-DONE TO TRUE
                   ELSE
                       ADD HST-TRAN-COUNT TO
                               WS-STST-COUNT(WS-STS-FOUND-IDX)
                       ADD HST-TRAN-AMT TO
                               WS-STST-AMT(WS-STS-FOUND-IDX)
                       IF HST-RUN-DATE(7:2) NUMERIC
                           MOVE HST-RUN-DATE(7:2) TO WS-DAY-NUM
                           IF WS-DAY-NUM > 0 AND WS-DAY-NUM < 32
                               MOVE "X" TO WS-STST-DAY-FLAG
                                       (WS-STS-FOUND-IDX WS-DAY-NUM)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Walks the whole history file in key order - each
      *    branch's nights arrive contiguously - folding the
      *    period's records into the open branch group and
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 0350-CLOSE-BRANCH-GROUP
      *    A survivor with no history of its own in the
      *    period still reports the branches merged into it.
           PERFORM VARYING WS-STS-LEFT-IDX FROM 1 BY 1
                     UNTIL WS-STS-LEFT-IDX > WS-STS-TBL-CNT
               IF NOT WS-STST-USED(WS-STS-LEFT-IDX)
                   MOVE WS-STST-SURVIVOR-ID(WS-STS-LEFT-IDX) TO
                            WS-GRP-BRANCH-ID
                   PERFORM 0350-CLOSE-BRANCH-GROUP
               END-IF
           END-PERFORM.

       0310-FOLD-ONE-NIGHT.
           ADD HST-TRAN-COUNT TO WS-GRP-COUNT
      *    line with its day grid, rolls the totals into the
      *    branch's region row and the period grand total,
      *    and clears the group for the next branch.  A
      *    group with no period activity prints nothing.  A
      *    branch merged away by the period end prints
      *    nothing either - its nights are already in its
      *    survivor's stash - and a survivor's stash is
      *    folded into its own group before the line prints.
       0350-CLOSE-BRANCH-GROUP.
           MOVE SPACES TO WS-MER-MERGE-NOTE
           MOVE "N" TO WS-GRP-RETIRED-SW
           MOVE WS-GRP-BRANCH-ID TO WS-XWK-LOOKUP-ID
           PERFORM 0238-FIND-XWALK
           IF WS-XWK-FOUND
            AND WS-XWK-FOUND-EFF-DATE(1:6) NOT > WS-PERIOD
               SET WS-GRP-RETIRED TO TRUE
               MOVE 0 TO WS-GRP-DAYS
           ELSE
               PERFORM 0355-FOLD-MERGED-STASH
           END-IF
           IF WS-GRP-DAYS > 0
               ADD 1 TO WS-TOT-BRANCHES
               ADD WS-GRP-COUNT TO WS-TOT-COUNT
           END-IF
           PERFORM 0370-CLEAR-BRANCH-GROUP.

       0355-FOLD-MERGED-STASH.
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                     UNTIL WS-STS-IDX > WS-STS-TBL-CNT
               IF WS-STST-SURVIVOR-ID(WS-STS-IDX) = WS-GRP-BRANCH-ID
                AND NOT WS-STST-USED(WS-STS-IDX)
                   MOVE "Y" TO WS-STST-USED-SW(WS-STS-IDX)
                   ADD WS-STST-COUNT(WS-STS-IDX) TO WS-GRP-COUNT
                   ADD WS-STST-AMT(WS-STS-IDX) TO WS-GRP-AMT
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                             UNTIL WS-DAY-IDX > 31
                       IF WS-STST-DAY-FLAG(WS-STS-IDX WS-DAY-IDX) = "X"
                           MOVE "INCL MERGED" TO WS-MER-MERGE-NOTE
                           IF WS-GRP-DAY-FLAG(WS-DAY-IDX) NOT = "X"
                               MOVE "X" TO WS-GRP-DAY-FLAG(WS-DAY-IDX)
                               ADD 1 TO WS-GRP-DAYS
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0360-FIND-BRANCH-REGION.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           MOVE "***" TO WS-MST-FOUND-REGION
               ELSE
                   DISPLAY "MONEND01: REGION TABLE OCCURS 50 "
                           "EXCEEDED"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE 50 TO ERR-OPERAND-2
                   MOVE "REGION-CNT" TO ERR-TARGET-FIELD
                   MOVE "REGION TABLE OCCURS 50 EXCEEDED" TO ERR-MESSAGE
                   MOVE "0380-ROLL-INTO-REGION" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
           IF WS-RGN-FOUND-IDX > 0
      *    skipped; supplemental records are skipped too -
      *    their amended totals belong to a night the record
      *    does not name, so they live in the DIFFERENCE
      *    line, never in a day slot.  A region step's
      *    interim record is skipped as well: the night's
      *    total is the RGNCON01 consolidation record that
      *    follows it, partial or not.  Reversal records are
      *    paired off against their postings in 0410.
       0400-TIE-OUT-RUNSTAT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               MOVE "N" TO WS-RST-POSTED-SW(WS-DAY-IDX)
               MOVE SPACES TO WS-RST-RUN-ID(WS-DAY-IDX)
               MOVE 0 TO WS-RST-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-RST-AMT(WS-DAY-IDX)
           END-PERFORM
                       IF RS-RUN-DATE(1:6) = WS-PERIOD
                        AND NOT RS-ABENDED
                        AND NOT RS-SUPPLEMENTAL
                        AND NOT RS-REGION-INTERIM
                        AND RS-RUN-DATE(7:2) NUMERIC
                           MOVE RS-RUN-DATE(7:2) TO WS-DAY-NUM
                           IF WS-DAY-NUM > 0 AND WS-DAY-NUM < 32
                               MOVE WS-DAY-NUM TO WS-DAY-IDX
                               IF RS-BACKED-OUT
                                   PERFORM 0410-PAIR-ONE-REVERSAL
                               ELSE
                                   SET WS-RST-POSTED(WS-DAY-IDX)
                                       TO TRUE
                                   MOVE RS-RUN-ID TO
                                            WS-RST-RUN-ID(WS-DAY-IDX)
                                   MOVE RS-FINAL-COUNT-TOTAL TO
                                            WS-RST-COUNT(WS-DAY-IDX)
                                   MOVE RS-FINAL-AMT-TOTAL TO
                                            WS-RST-AMT(WS-DAY-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           COMPUTE WS-DIFF-COUNT = WS-RST-TOT-COUNT - WS-TOT-COUNT
           COMPUTE WS-DIFF-AMT = WS-RST-TOT-AMT - WS-TOT-AMT.

      *    A reversal empties its day's slot when the slot
      *    still holds the posting it names, and is kept for
      *    the report - its figures are the posting's own
      *    totals negated, so the pair prints from the one
      *    record.
       0410-PAIR-ONE-REVERSAL.
           IF WS-RST-POSTED(WS-DAY-IDX)
            AND WS-RST-RUN-ID(WS-DAY-IDX) = RS-RUN-ID
               MOVE "N" TO WS-RST-POSTED-SW(WS-DAY-IDX)
               MOVE SPACES TO WS-RST-RUN-ID(WS-DAY-IDX)
               MOVE 0 TO WS-RST-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-RST-AMT(WS-DAY-IDX)
           END-IF
           IF WS-BKO-TBL-CNT < 62
               ADD 1 TO WS-BKO-TBL-CNT
               MOVE RS-RUN-DATE TO WS-BKOT-RUN-DATE(WS-BKO-TBL-CNT)
               MOVE RS-RUN-ID TO WS-BKOT-RUN-ID(WS-BKO-TBL-CNT)
               MOVE RS-FINAL-COUNT-TOTAL TO
                        WS-BKOT-REV-COUNT(WS-BKO-TBL-CNT)
               MOVE RS-FINAL-AMT-TOTAL TO
                        WS-BKOT-REV-AMT(WS-BKO-TBL-CNT)
           ELSE
               DISPLAY "MONEND01: BACKOUT TABLE OCCURS 62 "
                       "EXCEEDED - " RS-RUN-ID " " RS-RUN-DATE
                       " NOT LISTED"
           END-IF.

       0500-PRINT-ROLL-UP.
           MOVE SPACES TO MONTH-END-REPORT-LINE
           WRITE MONTH-END-REPORT-LINE
           MOVE WS-DIFF-COUNT TO WS-MER-SGN-COUNT
           MOVE WS-DIFF-AMT TO WS-MER-SGN-AMT
           MOVE WS-MER-SIGNED-LINE TO MONTH-END-REPORT-LINE
           WRITE MONTH-END-REPORT-LINE
           IF WS-BKO-TBL-CNT > 0
               PERFORM 0510-PRINT-BACKOUTS
           END-IF.

      *    Each backed-out run as its posting and reversal on
      *    consecutive lines.  Neither is in the totals above:
      *    the pair nets to nothing.
       0510-PRINT-BACKOUTS.
           MOVE SPACES TO MONTH-END-REPORT-LINE
           WRITE MONTH-END-REPORT-LINE
           MOVE "BACKED-OUT RUNS (POSTING AND REVERSAL NET TO ZERO)"
               TO MONTH-END-REPORT-LINE
           WRITE MONTH-END-REPORT-LINE
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                     UNTIL WS-BKO-IDX > WS-BKO-TBL-CNT
               MOVE WS-BKOT-RUN-DATE(WS-BKO-IDX) TO WS-MER-BKO-DATE
               MOVE WS-BKOT-RUN-ID(WS-BKO-IDX) TO WS-MER-BKO-RUN-ID
               MOVE "POSTED" TO WS-MER-BKO-LABEL
               COMPUTE WS-MER-BKO-COUNT =
                       0 - WS-BKOT-REV-COUNT(WS-BKO-IDX)
               COMPUTE WS-MER-BKO-AMT =
                       0 - WS-BKOT-REV-AMT(WS-BKO-IDX)
               MOVE WS-MER-BACKOUT-LINE TO MONTH-END-REPORT-LINE
               WRITE MONTH-END-REPORT-LINE
               MOVE "REVERSED" TO WS-MER-BKO-LABEL
               MOVE WS-BKOT-REV-COUNT(WS-BKO-IDX) TO WS-MER-BKO-COUNT
               MOVE WS-BKOT-REV-AMT(WS-BKO-IDX) TO WS-MER-BKO-AMT
               MOVE WS-MER-BACKOUT-LINE TO MONTH-END-REPORT-LINE
               WRITE MONTH-END-REPORT-LINE
           END-PERFORM.

       0600-WRITE-PERIOD-SUMMARY.
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
           IF NOT WS-PSM-OK
               DISPLAY "MONEND01: PERIOD-SUMMARY-FILE WRITE FAILED, "
                       "STATUS=" WS-PSM-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "PERSUMM" TO ERR-TARGET-FIELD
               MOVE "PERIOD SUMMARY WRITE FAILED" TO ERR-MESSAGE
               MOVE "0610-WRITE-ONE-SUMMARY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

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
           MOVE "MONEND01" TO ERR-PROGRAM-ID
           MOVE WS-PERIOD TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "MONEND01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE HISTORY-FILE
           IF WS-BM-PRESENT
               CLOSE BRANCH-MASTER-FILE
