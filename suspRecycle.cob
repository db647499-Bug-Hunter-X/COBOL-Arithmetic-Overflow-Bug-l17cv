       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY CPYRJ01.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-SUS-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-SUS-OK                     VALUE "00".
               88  WS-SUS-EOF                    VALUE "10".
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

       01  WS-COUNTS.
           05  WS-SUSPENSE-READ        PIC 9(5) VALUE 0.
           05  WS-RECORDS-RECYCLED     PIC 9(5) VALUE 0.
               10  WS-RCYT-REASON-TEXT PIC X(30).
               10  WS-RCYT-CYCLE-COUNT PIC 9(3).
               10  WS-RCYT-SUSP-DATE   PIC X(8).
               10  WS-RCYT-TYPE-DETAIL PIC X(84).

       01  WS-RUN-DATE                 PIC X(8).

           END-IF
           PERFORM 0800-WRITE-REPORT-TOTALS
           IF WS-ABEND-REQUESTED
               DISPLAY "SUSPRC01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               IF WS-RECORDS-HELD > 0
                   MOVE 4 TO RETURN-CODE
           STOP RUN.

       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "SUSPRC01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUS-OK
               DISPLAY "SUSPRC01: UNABLE TO OPEN SUSPENSE-FILE, "
                           DISPLAY "SUSPRC01: BRANCH MASTER ENDED "
                                   "WITHOUT A TRAILER - POSSIBLE "
                                   "TRUNCATED FILE"
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
                               DISPLAY "SUSPRC01: BRANCH MASTER "
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
           END-PERFORM
           IF WS-MST-TBL-CNT = 0 AND NOT WS-ABEND-REQUESTED
               DISPLAY "SUSPRC01: BRANCH MASTER FILE IS EMPTY"
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "MASTER-CNT" TO ERR-TARGET-FIELD
               MOVE "BRANCH MASTER FILE IS EMPTY" TO ERR-MESSAGE
               MOVE "0200-LOAD-BRANCH-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    Checks a master control record as it is passed
                   DISPLAY "SUSPRC01: BRANCH MASTER TRAILER "
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
               DISPLAY "SUSPRC01: BRANCH MASTER OUT OF SEQUENCE "
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
                   DISPLAY "SUSPRC01: MASTER TABLE OCCURS 10000 "
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
      *    record rejected for an unknown branch clears the
      *    moment BRMNT01 adds the branch.  Reasons only the
      *    nightly run can judge (region not carded, out of
      *    sequence, already posted) and the type-breakdown
      *    footing edit are not re-checked here:
      *    if the record passes the branch and shift edits it
      *    is recycled and the next nightly re-judges it.
       0310-RECYCLE-ONE-RECORD.
           IF WS-RCY-TBL-CNT > 10000
               DISPLAY "SUSPRC01: RECYCLE TABLE OCCURS 10000 "
                       "EXCEEDED"
               MOVE ZERO TO ERR-OPERAND-1
               MOVE 10000 TO ERR-OPERAND-2
               MOVE "RCY-CNT" TO ERR-TARGET-FIELD
               MOVE "RECYCLE TABLE OCCURS 10000 EXCEEDED" TO ERR-MESSAGE
               MOVE "0320-HOLD-FOR-RECYCLE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
               MOVE 10000 TO WS-RCY-TBL-CNT
           ELSE
               MOVE WS-RCY-TBL-CNT TO WS-RCY-INS-IDX
                        WS-RCYT-REASON-TEXT(WS-RCY-INS-IDX)
               MOVE RJ-CYCLE-COUNT TO
                        WS-RCYT-CYCLE-COUNT(WS-RCY-INS-IDX)
               MOVE RJ-TYPE-DETAIL TO
                        WS-RCYT-TYPE-DETAIL(WS-RCY-INS-IDX)
               IF RJ-SUSPENSE-DATE = SPACES
                   MOVE WS-RUN-DATE TO
                            WS-RCYT-SUSP-DATE(WS-RCY-INS-IDX)
                    WS-RCYT-CYCLE-COUNT(WS-RCY-INS-IDX)
           MOVE WS-RCYT-SUSP-DATE(WS-RCY-SHIFT-IDX) TO
                    WS-RCYT-SUSP-DATE(WS-RCY-INS-IDX)
           MOVE WS-RCYT-TYPE-DETAIL(WS-RCY-SHIFT-IDX) TO
                    WS-RCYT-TYPE-DETAIL(WS-RCY-INS-IDX)
           MOVE WS-RCY-SHIFT-IDX TO WS-RCY-INS-IDX.

      *    Lists a still-failing record on the aging report
                        RC-CYCLE-COUNT
               MOVE WS-RCYT-SUSP-DATE(WS-RCY-IDX) TO
                        RC-SUSPENSE-DATE
               MOVE WS-RCYT-TYPE-DETAIL(WS-RCY-IDX) TO
                        RC-TYPE-DETAIL
               WRITE RECYCLE-COUNTS-REC
               IF NOT WS-RCY-OK
                   DISPLAY "SUSPRC01: RECYCLE-COUNTS-FILE WRITE "
                           "FAILED, STATUS=" WS-RCY-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "RECYCCNT" TO ERR-TARGET-FIELD
                   MOVE "RECYCLE COUNTS WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0400-WRITE-RECYCLE-FILE" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-PERFORM.

                   WS-RECORDS-HELD " HELD, "
                   WS-RECORDS-CHASED " FLAGGED FOR CHASE".

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
           MOVE "SUSPRC01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "SUSPRC01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE SUSPENSE-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE RECYCLE-COUNTS-FILE
