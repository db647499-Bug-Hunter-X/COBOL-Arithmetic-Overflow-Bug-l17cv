      *            window, and month-over-month reject and
      *            variance trends.  This is the
      *            operational memory the shop used to keep
      *            in a spreadsheet.  A posting RUNBKO01 has
      *            backed out prints with its reversal right
      *            beneath it and counts only as BACKED OUT,
      *            so the night is not counted twice when
      *            the corrected rerun posts.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYRH01.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-PRM-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PRM-OK                     VALUE "00".
           05  WS-RS-FILE-STATUS       PIC X(2) VALUE "00".
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

       01  WS-PARM-AREA.
           05  WS-SEL-FROM-DATE        PIC X(8) VALUE SPACES.
           05  WS-SEL-TO-DATE          PIC X(8) VALUE SPACES.
           05  WS-RUNS-WARNING         PIC 9(5) VALUE 0.
           05  WS-RUNS-ABENDED         PIC 9(5) VALUE 0.
           05  WS-RUNS-SUPPLEMENTAL    PIC 9(5) VALUE 0.
           05  WS-RUNS-BACKED-OUT      PIC 9(5) VALUE 0.
           05  WS-RUNS-REGION-STEP     PIC 9(5) VALUE 0.
           05  WS-RUNS-PARTIAL         PIC 9(5) VALUE 0.
           05  WS-NIGHTS-WITH-REJECTS  PIC 9(5) VALUE 0.
           05  WS-TOTAL-REJECTS        PIC 9(9) VALUE 0.
           05  WS-NIGHTS-LATE          PIC 9(5) VALUE 0.
       01  WS-LATE-SWITCH              PIC X VALUE "N".
           88  WS-RUN-WAS-LATE                VALUE "Y".

      *    Reversal records, loaded by a first pass over
      *    RUNSTAT.  A second pass finds, for each, the last
      *    completed posting of its run id and date ahead of
      *    it - the posting it reversed - by record number,
      *    so the report pass can print the reversal under
      *    that posting.
       01  WS-RS-REC-NUM               PIC 9(9) VALUE 0.

       01  WS-REVERSAL-AREA.
           05  WS-REV-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-REV-IDX              PIC 9(3) VALUE 0.
           05  WS-REV-FOUND-IDX        PIC 9(3) VALUE 0.
           05  WS-REVERSAL-TABLE OCCURS 200 TIMES.
               10  WS-REVT-RUN-ID      PIC X(8).
               10  WS-REVT-RUN-DATE    PIC X(8).
               10  WS-REVT-REC-NUM     PIC 9(9).
               10  WS-REVT-POST-NUM    PIC 9(9).
               10  WS-REVT-TIMESTAMP   PIC X(15).
               10  WS-REVT-READS       PIC 9(9).
               10  WS-REVT-BRANCHES    PIC 9(5).
               10  WS-REVT-COUNT       PIC S9(9).
               10  WS-REVT-AMT         PIC S9(11)V99.

      *    Month buckets for the month-over-month trend
      *    section, appended in the order the months first
      *    appear - RUNSTAT is written chronologically, so
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RHR-STATUS           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RHR-FLAG             PIC X(10).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-RHR-NONE-LINE            PIC X(132)
           VALUE "NO RUN-STATUS RECORDS MATCHED THE DATE RANGE".
           05  WS-RHR-ST-ABEND         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8)  VALUE "  SUPPL ".
           05  WS-RHR-ST-SUPP          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
               VALUE "  BACKED OUT ".
           05  WS-RHR-ST-BKOUT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-RHR-REJECT-LINE.
           05  FILLER                  PIC X(21)
           05  WS-RHR-VAR-NIGHTS       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-RHR-REGION-LINE.
           05  FILLER                  PIC X(19)
               VALUE "REGION MODE: STEPS ".
           05  WS-RHR-RGN-STEPS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
               VALUE "  PARTIAL NIGHTS ".
           05  WS-RHR-RGN-PARTIAL      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-RHR-MONTH-COLUMN-LINE.
           05  FILLER                  PIC X(8)  VALUE "MONTH".
           05  FILLER                  PIC X(7)  VALUE "   RUNS".
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-PARM-CARD
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0170-LOAD-REVERSALS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0150-WRITE-REPORT-HEADINGS
               PERFORM 0200-WALK-RUN-STATUS
               PERFORM 0500-PRINT-SUMMARIES
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "RUNHST01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-FILES
           STOP RUN.

       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "RUNHST01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "RUNHST01: UNABLE TO OPEN PARM-CARD-FILE, "
           MOVE WS-RHR-COLUMN-LINE TO RUN-HIST-REPORT-LINE
           WRITE RUN-HIST-REPORT-LINE.

      *    First pass: every reversal record, wherever it
      *    falls.  Second pass: the posting each one reversed.
      *    The file is reopened for each pass and once more
      *    for the report itself.
       0170-LOAD-REVERSALS.
           MOVE 0 TO WS-RS-REC-NUM
           PERFORM UNTIL WS-RS-EOF
               READ RUN-STATUS-FILE
                   AT END
                       SET WS-RS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RS-REC-NUM
                       IF RS-BACKED-OUT
                           PERFORM 0175-LOAD-ONE-REVERSAL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0180-REOPEN-RUN-STATUS
           IF WS-REV-TBL-CNT > 0 AND NOT WS-ABEND-REQUESTED
               MOVE 0 TO WS-RS-REC-NUM
               PERFORM UNTIL WS-RS-EOF
                   READ RUN-STATUS-FILE
                       AT END
                           SET WS-RS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RS-REC-NUM
                           IF RS-COMPLETED-CLEAN
                            OR RS-COMPLETED-WARNING
                            OR RS-REGION-INTERIM
                            OR RS-CONSOL-PARTIAL
                               PERFORM 0190-FIND-REVERSAL
                               IF WS-REV-FOUND-IDX > 0
                                   MOVE WS-RS-REC-NUM TO
                                       WS-REVT-POST-NUM
                                           (WS-REV-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0180-REOPEN-RUN-STATUS
           END-IF
           MOVE 0 TO WS-RS-REC-NUM.

       0175-LOAD-ONE-REVERSAL.
           IF WS-REV-TBL-CNT < 200
               ADD 1 TO WS-REV-TBL-CNT
               MOVE RS-RUN-ID TO WS-REVT-RUN-ID(WS-REV-TBL-CNT)
               MOVE RS-RUN-DATE TO WS-REVT-RUN-DATE(WS-REV-TBL-CNT)
               MOVE WS-RS-REC-NUM TO WS-REVT-REC-NUM(WS-REV-TBL-CNT)
               MOVE 0 TO WS-REVT-POST-NUM(WS-REV-TBL-CNT)
               MOVE RS-RUN-TIMESTAMP TO
                        WS-REVT-TIMESTAMP(WS-REV-TBL-CNT)
               MOVE RS-RECORDS-READ TO WS-REVT-READS(WS-REV-TBL-CNT)
               MOVE RS-BRANCHES-PROCESSED TO
                        WS-REVT-BRANCHES(WS-REV-TBL-CNT)
               MOVE RS-FINAL-COUNT-TOTAL TO
                        WS-REVT-COUNT(WS-REV-TBL-CNT)
               MOVE RS-FINAL-AMT-TOTAL TO
                        WS-REVT-AMT(WS-REV-TBL-CNT)
           ELSE
               DISPLAY "RUNHST01: REVERSAL TABLE OCCURS 200 "
                       "EXCEEDED - " RS-RUN-ID " " RS-RUN-DATE
                       " PRINTS UNPAIRED"
           END-IF.

       0180-REOPEN-RUN-STATUS.
           CLOSE RUN-STATUS-FILE
           OPEN INPUT RUN-STATUS-FILE
           IF NOT WS-RS-OK
               DISPLAY "RUNHST01: UNABLE TO REOPEN RUN-STATUS-FILE, "
                       "STATUS=" WS-RS-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "RUNSTAT" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO REOPEN RUN-STATUS-FILE" TO ERR-MESSAGE
               MOVE "0180-REOPEN-RUN-STATUS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    The reversal that undoes the posting at the
      *    current record: the first one for its run id and
      *    date that comes after it.  WS-REV-FOUND-IDX stays
      *    zero when the posting stands.
       0190-FIND-REVERSAL.
           MOVE 0 TO WS-REV-FOUND-IDX
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                     UNTIL WS-REV-IDX > WS-REV-TBL-CNT
                        OR WS-REV-FOUND-IDX > 0
               IF WS-REVT-RUN-ID(WS-REV-IDX) = RS-RUN-ID
                AND WS-REVT-RUN-DATE(WS-REV-IDX) = RS-RUN-DATE
                AND WS-REVT-REC-NUM(WS-REV-IDX) > WS-RS-REC-NUM
                   MOVE WS-REV-IDX TO WS-REV-FOUND-IDX
               END-IF
           END-PERFORM.

       0200-WALK-RUN-STATUS.
           PERFORM UNTIL WS-RS-EOF
               READ RUN-STATUS-FILE
                       SET WS-RS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-RS-REC-NUM
                       IF (WS-SEL-FROM-DATE = SPACES
                            OR RS-RUN-DATE NOT < WS-SEL-FROM-DATE)
                        AND (WS-SEL-TO-DATE = SPACES
      *    the time portion of RS-RUN-TIMESTAMP against the
      *    agreed cutoff - the nightly finishes in the small
      *    hours, so a timestamp past the cutoff (but before
      *    noon) is a run that overran its window.  A backed-
      *    out posting is listed but folds into no night-based
      *    figure - its corrected rerun is the night - and its
      *    reversal prints straight after it; the reversal
      *    record itself is skipped when its turn comes.
       0210-REPORT-ONE-RUN.
           MOVE 0 TO WS-REV-FOUND-IDX
           IF RS-COMPLETED-CLEAN OR RS-COMPLETED-WARNING
            OR RS-REGION-INTERIM OR RS-CONSOL-PARTIAL
               PERFORM 0190-FIND-REVERSAL
           END-IF
           IF RS-BACKED-OUT
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                         UNTIL WS-REV-IDX > WS-REV-TBL-CNT
                   IF WS-REVT-REC-NUM(WS-REV-IDX) = WS-RS-REC-NUM
                    AND WS-REVT-POST-NUM(WS-REV-IDX) = 0
                       PERFORM 0230-REPORT-UNPAIRED-REVERSAL
                   END-IF
               END-PERFORM
           ELSE
               IF WS-REV-FOUND-IDX > 0
                AND WS-REVT-POST-NUM(WS-REV-FOUND-IDX) = WS-RS-REC-NUM
                   PERFORM 0240-REPORT-BACKED-OUT-RUN
               ELSE
                   PERFORM 0215-REPORT-STANDING-RUN
               END-IF
           END-IF.

      *    A region step's interim record is listed but is not
      *    a night - the RGNCON01 consolidation that follows
      *    it is - so it folds into no night-based figure.  A
      *    partial consolidation is a night like any other.
       0215-REPORT-STANDING-RUN.
           ADD 1 TO WS-RUNS-MATCHED
           MOVE "N" TO WS-LATE-SWITCH
           IF RS-REGION-INTERIM
               ADD 1 TO WS-RUNS-REGION-STEP
           ELSE
               PERFORM 0217-FOLD-NIGHT-FIGURES
           END-IF
           MOVE RS-RUN-DATE TO WS-RHR-RUN-DATE
           MOVE RS-RUN-TIMESTAMP TO WS-RHR-TIMESTAMP
           MOVE RS-RECORDS-READ TO WS-RHR-READS
           MOVE RS-BRANCHES-PROCESSED TO WS-RHR-BRANCHES
           MOVE RS-REJECT-COUNT TO WS-RHR-REJECTS
           MOVE RS-FINAL-COUNT-TOTAL TO WS-RHR-FINAL-COUNT
           MOVE RS-FINAL-AMT-TOTAL TO WS-RHR-FINAL-AMT
           MOVE RS-RETURN-CODE TO WS-RHR-RC
           MOVE RS-COMPLETION-STATUS TO WS-RHR-STATUS
           IF WS-RUN-WAS-LATE
               MOVE "LATE" TO WS-RHR-FLAG
           ELSE
               MOVE SPACES TO WS-RHR-FLAG
           END-IF
           MOVE WS-RHR-DETAIL-LINE TO RUN-HIST-REPORT-LINE
           WRITE RUN-HIST-REPORT-LINE.

       0217-FOLD-NIGHT-FIGURES.
           IF RS-RUN-TIMESTAMP(9:6) > WS-WINDOW-END-TIME
            AND RS-RUN-TIMESTAMP(9:6) < "120000"
               SET WS-RUN-WAS-LATE TO TRUE
           IF RS-SUPPLEMENTAL
               ADD 1 TO WS-RUNS-SUPPLEMENTAL
           END-IF
           IF RS-CONSOL-PARTIAL
               ADD 1 TO WS-RUNS-PARTIAL
           END-IF
           IF RS-REJECT-COUNT > 0
               ADD 1 TO WS-NIGHTS-WITH-REJECTS
               ADD RS-REJECT-COUNT TO WS-TOTAL-REJECTS
           IF RS-RETURN-CODE = 8
               ADD 1 TO WS-NIGHTS-VARIANCE
           END-IF
           PERFORM 0220-FOLD-INTO-MONTH.

      *    A reversal whose posting is not on the file (or
      *    did not fit the table) prints on its own.
       0230-REPORT-UNPAIRED-REVERSAL.
           ADD 1 TO WS-RUNS-MATCHED
           PERFORM 0250-MOVE-RUN-FIELDS
           MOVE "REVERSAL" TO WS-RHR-FLAG
           MOVE WS-RHR-DETAIL-LINE TO RUN-HIST-REPORT-LINE
           WRITE RUN-HIST-REPORT-LINE.

      *    The posting line, then the reversal line that
      *    undid it, built from the table entry.
       0240-REPORT-BACKED-OUT-RUN.
           ADD 1 TO WS-RUNS-MATCHED
           ADD 1 TO WS-RUNS-BACKED-OUT
           PERFORM 0250-MOVE-RUN-FIELDS
           MOVE "BACKED OUT" TO WS-RHR-FLAG
           MOVE WS-RHR-DETAIL-LINE TO RUN-HIST-REPORT-LINE
           WRITE RUN-HIST-REPORT-LINE
           ADD 1 TO WS-RUNS-MATCHED
           MOVE WS-REVT-RUN-DATE(WS-REV-FOUND-IDX) TO
                    WS-RHR-RUN-DATE
           MOVE WS-REVT-TIMESTAMP(WS-REV-FOUND-IDX) TO
                    WS-RHR-TIMESTAMP
           MOVE WS-REVT-READS(WS-REV-FOUND-IDX) TO WS-RHR-READS
           MOVE WS-REVT-BRANCHES(WS-REV-FOUND-IDX) TO
                    WS-RHR-BRANCHES
           MOVE 0 TO WS-RHR-REJECTS
           MOVE WS-REVT-COUNT(WS-REV-FOUND-IDX) TO
                    WS-RHR-FINAL-COUNT
           MOVE WS-REVT-AMT(WS-REV-FOUND-IDX) TO
                    WS-RHR-FINAL-AMT
           MOVE "00" TO WS-RHR-RC
           MOVE "R" TO WS-RHR-STATUS
           MOVE "REVERSAL" TO WS-RHR-FLAG
           MOVE WS-RHR-DETAIL-LINE TO RUN-HIST-REPORT-LINE
           WRITE RUN-HIST-REPORT-LINE.

       0250-MOVE-RUN-FIELDS.
           MOVE RS-RUN-DATE TO WS-RHR-RUN-DATE
           MOVE RS-RUN-TIMESTAMP TO WS-RHR-TIMESTAMP
           MOVE RS-RECORDS-READ TO WS-RHR-READS
           MOVE RS-FINAL-COUNT-TOTAL TO WS-RHR-FINAL-COUNT
           MOVE RS-FINAL-AMT-TOTAL TO WS-RHR-FINAL-AMT
           MOVE RS-RETURN-CODE TO WS-RHR-RC
           MOVE RS-COMPLETION-STATUS TO WS-RHR-STATUS.

       0220-FOLD-INTO-MONTH.
           MOVE 0 TO WS-MTH-FOUND-IDX
               MOVE WS-RUNS-WARNING TO WS-RHR-ST-WARN
               MOVE WS-RUNS-ABENDED TO WS-RHR-ST-ABEND
               MOVE WS-RUNS-SUPPLEMENTAL TO WS-RHR-ST-SUPP
               MOVE WS-RUNS-BACKED-OUT TO WS-RHR-ST-BKOUT
               MOVE WS-RHR-STATUS-LINE TO RUN-HIST-REPORT-LINE
               WRITE RUN-HIST-REPORT-LINE
               MOVE WS-NIGHTS-WITH-REJECTS TO WS-RHR-REJ-NIGHTS
               MOVE WS-NIGHTS-VARIANCE TO WS-RHR-VAR-NIGHTS
               MOVE WS-RHR-WINDOW-LINE TO RUN-HIST-REPORT-LINE
               WRITE RUN-HIST-REPORT-LINE
               IF WS-RUNS-REGION-STEP > 0 OR WS-RUNS-PARTIAL > 0
                   MOVE WS-RUNS-REGION-STEP TO WS-RHR-RGN-STEPS
                   MOVE WS-RUNS-PARTIAL TO WS-RHR-RGN-PARTIAL
                   MOVE WS-RHR-REGION-LINE TO RUN-HIST-REPORT-LINE
                   WRITE RUN-HIST-REPORT-LINE
               END-IF
               MOVE SPACES TO RUN-HIST-REPORT-LINE
               WRITE RUN-HIST-REPORT-LINE
               MOVE "MONTH-OVER-MONTH TRENDS" TO
           DISPLAY "RUNHST01: " WS-RUNS-MATCHED " OF "
                   WS-RECORDS-READ " RUN-STATUS RECORDS REPORTED".

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
           MOVE "RUNHST01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "RUNHST01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE RUN-STATUS-FILE
           CLOSE RUN-HIST-REPORT.
