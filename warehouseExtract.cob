       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WHSEXT01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * WHSEXT01 - Daily warehouse extract.  Runs after the
      *            nightly and writes the night in a form
      *            the finance reporting warehouse can load
      *            directly, instead of re-keying figures off
      *            the Control Total, Trend and month-end
      *            print images.  For the run date on the
      *            parameter card it writes WHSEXTR
      *            (CPYWX01/CPYWX02): one "D" record per
      *            branch with a BRHIST row for the night,
      *            joined to the branch master and the
      *            region reference file, then one "R"
      *            record carrying the night's RUNSTAT
      *            outcome and GL variances, all between a
      *            CPYFC01-style header and trailer so the
      *            load can prove it received the whole
      *            night.  The extract is replaced each run.
      *
      *            The branch master must load cleanly - a
      *            warehouse row with no branch name would
      *            load as fact - so a missing or broken
      *            master stops the extract.  The region
      *            reference file is optional as it is
      *            everywhere else: without it the region
      *            and district names go out blank and the
      *            extract ends RC 04.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "WHXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "BRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.

           SELECT REGION-REF-FILE ASSIGN TO "REGNMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGN-FILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT WAREHOUSE-EXTRACT-FILE ASSIGN TO "WHSEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYWP01.

       FD  HISTORY-FILE.
           COPY CPYHS01.

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

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY CPYRS01.

       FD  WAREHOUSE-EXTRACT-FILE.
           COPY CPYWX01.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-PRM-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PRM-OK                     VALUE "00".
           05  WS-HST-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-HST-OK                     VALUE "00".
               88  WS-HST-END                    VALUE "10", "23",
                                                       "46".
           05  WS-BM-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-BM-OK                      VALUE "00".
               88  WS-BM-EOF                     VALUE "10".
           05  WS-RGN-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-RGN-OK                     VALUE "00".
               88  WS-RGN-EOF                    VALUE "10".
           05  WS-RS-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-RS-OK                      VALUE "00".
               88  WS-RS-EOF                     VALUE "10".
           05  WS-WHX-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-WHX-OK                     VALUE "00".

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

       01  WS-EXTRACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-RUN-ID           PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).

       01  WS-HST-READ-DONE-SW         PIC X VALUE "N".
           88  WS-HST-READ-DONE               VALUE "Y".

      *    Branch master image for the join, loaded and
      *    searched exactly as BUGSOL01 loads it.
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

       01  WS-MST-PREV-ID              PIC X(4) VALUE LOW-VALUES.

      *    Master feed control accounting: the header is
      *    passed over, the trailer count is verified against
      *    the data records read.
       01  WS-OMC-CTL-AREA.
           05  WS-OMC-HDR-SW           PIC X VALUE "N".
               88  WS-OMC-HDR-SEEN            VALUE "Y".
           05  WS-OMC-TRL-SW           PIC X VALUE "N".
               88  WS-OMC-TRL-SEEN            VALUE "Y".
           05  WS-OMC-REC-COUNT        PIC 9(9) VALUE 0.

       01  WS-MASTER-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-MASTER-FOUND                VALUE "Y".

       COPY CPYRG02.

      *    The night's RUNSTAT outcome: the last record for
      *    the run date that speaks for the whole night - a
      *    region step's interim record and a supplement's
      *    amended totals do not - or, with a run id on the
      *    card, the last record for that run id.  A reversal
      *    written after the posting is the outcome, so a
      *    backed-out night goes to the warehouse as "R".
       01  WS-OUTCOME-AREA.
           05  WS-OUT-FOUND-SW         PIC X VALUE "N".
               88  WS-OUT-FOUND               VALUE "Y".
           05  WS-OUT-RUN-ID           PIC X(8) VALUE SPACES.
           05  WS-OUT-TIMESTAMP        PIC X(15) VALUE SPACES.
           05  WS-OUT-STATUS           PIC X(1) VALUE SPACE.
           05  WS-OUT-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-OUT-RECORDS-READ     PIC 9(9) VALUE 0.
           05  WS-OUT-BRANCHES         PIC 9(5) VALUE 0.
           05  WS-OUT-REJECTS          PIC 9(5) VALUE 0.
           05  WS-OUT-FINAL-COUNT      PIC S9(9) VALUE 0.
           05  WS-OUT-FINAL-AMT        PIC S9(11)V99 VALUE 0.
           05  WS-OUT-GL-CNT-VAR       PIC S9(9) VALUE 0.
           05  WS-OUT-GL-AMT-VAR       PIC S9(11)V99 VALUE 0.

      *    Extract feed control accounting for the trailer.
       01  WS-EXTRACT-COUNTS.
           05  WS-WHX-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-WHX-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-WHX-HASH-AMT         PIC 9(13)V99 VALUE 0.
           05  WS-WHX-BRANCH-ROWS      PIC 9(5) VALUE 0.
           05  WS-WHX-OFF-MASTER       PIC 9(5) VALUE 0.
           05  WS-SHIFT-SUB            PIC 9(1) VALUE 0.

       COPY CPYWX02.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-PARM-CARD
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0200-LOAD-BRANCH-MASTER
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0178-LOAD-REGION-REF
               PERFORM 0300-FIND-NIGHT-OUTCOME
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0400-WRITE-EXTRACT
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "WHSEXT01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               DISPLAY "WHSEXT01: " WS-WHX-BRANCH-ROWS
                       " BRANCH RECORDS EXTRACTED FOR "
                       WS-EXTRACT-DATE " RUN " WS-OUT-RUN-ID
               IF NOT WS-RGF-AVAILABLE OR WS-WHX-OFF-MASTER > 0
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
               DISPLAY "WHSEXT01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "WHSEXT01: UNABLE TO OPEN PARM-CARD-FILE, "
                       "STATUS=" WS-PRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HST-OK
               DISPLAY "WHSEXT01: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS=" WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BM-OK
               DISPLAY "WHSEXT01: UNABLE TO OPEN BRANCH-MASTER-FILE, "
                       "STATUS=" WS-BM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RUN-STATUS-FILE
           IF NOT WS-RS-OK
               DISPLAY "WHSEXT01: UNABLE TO OPEN RUN-STATUS-FILE, "
                       "STATUS=" WS-RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WAREHOUSE-EXTRACT-FILE
           IF NOT WS-WHX-OK
               DISPLAY "WHSEXT01: UNABLE TO OPEN "
                       "WAREHOUSE-EXTRACT-FILE, STATUS="
                       WS-WHX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Reads the single parameter card.  A blank run date
      *    is tonight's; a date that is not a real YYYYMMDD
      *    stops the extract rather than ship an empty night.
       0120-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ PARM-CARD-FILE
               AT END
                   DISPLAY "WHSEXT01: PARM-CARD-FILE IS EMPTY"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "WHXPARM" TO ERR-TARGET-FIELD
                   MOVE "PARM-CARD-FILE IS EMPTY" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               NOT AT END
                   IF WP-RUN-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
                   ELSE
                       IF WP-RUN-DATE NOT NUMERIC
                        OR WP-RUN-DATE(5:2) < "01"
                        OR WP-RUN-DATE(5:2) > "12"
                        OR WP-RUN-DATE(7:2) < "01"
                        OR WP-RUN-DATE(7:2) > "31"
                           DISPLAY "WHSEXT01: RUN DATE '"
                                   WP-RUN-DATE
                                   "' IS NOT A VALID YYYYMMDD"
                           MOVE ZERO TO ERR-OPERAND-1
                           MOVE ZERO TO ERR-OPERAND-2
                           MOVE "WP-RUN-DT" TO ERR-TARGET-FIELD
                           MOVE "RUN DATE IS NOT A VALID YYYYMMDD" TO
                                    ERR-MESSAGE
                           MOVE "0120-READ-PARM-CARD" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 16 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       ELSE
                           MOVE WP-RUN-DATE TO WS-EXTRACT-DATE
                       END-IF
                   END-IF
                   MOVE WP-RUN-ID TO WS-EXTRACT-RUN-ID
           END-READ
           CLOSE PARM-CARD-FILE.

      *    Loads the branch master into WS-MASTER-TABLE the
      *    same way BUGSOL01 does.  Unlike MONEND01 a missing
      *    or broken master is a hard stop - see the header.
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
                               DISPLAY "WHSEXT01: BRANCH MASTER "
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
               DISPLAY "WHSEXT01: BRANCH MASTER FEED CONTROLS "
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
           END-IF
           IF WS-MST-TBL-CNT = 0 AND NOT WS-ABEND-REQUESTED
               DISPLAY "WHSEXT01: BRANCH MASTER FILE IS EMPTY"
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

       0210-LOAD-ONE-MASTER.
           IF BM-BRANCH-ID NOT > WS-MST-PREV-ID
               DISPLAY "WHSEXT01: BRANCH MASTER OUT OF SEQUENCE "
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
                   DISPLAY "WHSEXT01: MASTER TABLE OCCURS 10000 "
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
                   MOVE BM-BRANCH-NAME TO
                            WS-MST-BRANCH-NAME(WS-MST-IDX)
                   MOVE BM-REGION-ID TO
                            WS-MST-REGION-ID(WS-MST-IDX)
                   MOVE BM-STATUS-CODE TO
                            WS-MST-STATUS-CODE(WS-MST-IDX)
               END-IF
           END-IF.

       0220-MASTER-CONTROL-REC.
           IF BMC-HEADER-REC
               SET WS-OMC-HDR-SEEN TO TRUE
           ELSE
               IF BMC-RECORD-COUNT NOT = WS-OMC-REC-COUNT
                   DISPLAY "WHSEXT01: BRANCH MASTER TRAILER "
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

       0176-REGION-REF-CONTROL.
           IF RGC-HEADER-REC
               SET WS-RGF-HDR-SEEN TO TRUE
           ELSE
               IF RGC-RECORD-COUNT NOT = WS-RGF-REC-COUNT
                   DISPLAY "WHSEXT01: REGION-REF-FILE TRAILER "
                           "MISMATCH - EXPECTED " RGC-RECORD-COUNT
                           " READ " WS-RGF-REC-COUNT
                           " - REGION NAMES DISABLED"
                   MOVE "N" TO WS-RGF-AVAILABLE-SW
                   MOVE 0 TO WS-RGF-TBL-CNT
               ELSE
                   SET WS-RGF-TRL-SEEN TO TRUE
               END-IF
           END-IF.

      *    Loads the region reference file for the region
      *    and district names, as BUGSOL01 does.  Optional:
      *    without it the names go out blank.
       0178-LOAD-REGION-REF.
           OPEN INPUT REGION-REF-FILE
           IF NOT WS-RGN-OK
               DISPLAY "WHSEXT01: REGION-REF-FILE NOT AVAILABLE, "
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
                               DISPLAY "WHSEXT01: REGION-REF-FILE "
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
                                   DISPLAY "WHSEXT01: REGION-REF-"
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
               DISPLAY "WHSEXT01: REGION-REF-FILE OUT OF SEQUENCE "
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

      *    Finds the night's outcome on RUNSTAT.  No record
      *    at all means the nightly never reported for the
      *    date, and an extract of it would be an empty
      *    night the warehouse could not tell from a quiet
      *    one - so the extract stops.
       0300-FIND-NIGHT-OUTCOME.
           PERFORM UNTIL WS-RS-EOF
               READ RUN-STATUS-FILE
                   AT END
                       SET WS-RS-EOF TO TRUE
                   NOT AT END
                       IF RS-RUN-DATE = WS-EXTRACT-DATE
                           IF WS-EXTRACT-RUN-ID = SPACES
                               IF NOT RS-REGION-INTERIM
                                AND NOT RS-SUPPLEMENTAL
                                   PERFORM 0310-NOTE-OUTCOME
                               END-IF
                           ELSE
                               IF RS-RUN-ID = WS-EXTRACT-RUN-ID
                                   PERFORM 0310-NOTE-OUTCOME
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-OUT-FOUND
               DISPLAY "WHSEXT01: NO RUNSTAT OUTCOME FOR "
                       WS-EXTRACT-DATE " RUN '" WS-EXTRACT-RUN-ID
                       "' - NOTHING TO EXTRACT"
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "RUNSTAT" TO ERR-TARGET-FIELD
               MOVE "NO RUNSTAT OUTCOME FOR RUN DATE" TO ERR-MESSAGE
               MOVE "0300-FIND-NIGHT-OUTCOME" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0310-NOTE-OUTCOME.
           SET WS-OUT-FOUND TO TRUE
           MOVE RS-RUN-ID TO WS-OUT-RUN-ID
           MOVE RS-RUN-TIMESTAMP TO WS-OUT-TIMESTAMP
           MOVE RS-COMPLETION-STATUS TO WS-OUT-STATUS
           MOVE RS-RETURN-CODE TO WS-OUT-RETURN-CODE
           MOVE RS-RECORDS-READ TO WS-OUT-RECORDS-READ
           MOVE RS-BRANCHES-PROCESSED TO WS-OUT-BRANCHES
           MOVE RS-REJECT-COUNT TO WS-OUT-REJECTS
           MOVE RS-FINAL-COUNT-TOTAL TO WS-OUT-FINAL-COUNT
           MOVE RS-FINAL-AMT-TOTAL TO WS-OUT-FINAL-AMT
           MOVE RS-GL-CNT-VARIANCE TO WS-OUT-GL-CNT-VAR
           MOVE RS-GL-AMT-VARIANCE TO WS-OUT-GL-AMT-VAR.

      *    Writes the extract: header, one "D" record per
      *    BRHIST row dated the night, the "R" record, then
      *    the trailer.  BRHIST is keyed branch id + run
      *    date, so the walk passes every branch's history
      *    and keeps the night's row of each.
       0400-WRITE-EXTRACT.
           MOVE "HDR*" TO WS-WXC-TAG
           MOVE "WHSEXTR" TO WS-WXC-FEED-ID
           MOVE WS-EXTRACT-DATE TO WS-WXC-BUSINESS-DATE
           MOVE 0 TO WS-WXC-RECORD-COUNT
           MOVE 0 TO WS-WXC-HASH-COUNT
           MOVE 0 TO WS-WXC-HASH-AMT
           MOVE WS-WXC-CONTROL-LINE TO WAREHOUSE-EXTRACT-LINE
           PERFORM 0490-WRITE-EXTRACT-LINE
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                     UNTIL WS-SHIFT-SUB > 3
               MOVE "|" TO WS-WXD-SHIFT-DLM1(WS-SHIFT-SUB)
               MOVE "|" TO WS-WXD-SHIFT-DLM2(WS-SHIFT-SUB)
           END-PERFORM
           MOVE LOW-VALUES TO HST-KEY
           MOVE "N" TO WS-HST-READ-DONE-SW
           START HISTORY-FILE KEY NOT < HST-KEY
           IF NOT WS-HST-OK
               SET WS-HST-READ-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-HST-READ-DONE OR WS-ABEND-REQUESTED
               READ HISTORY-FILE NEXT RECORD
               IF WS-HST-END OR NOT WS-HST-OK
                   SET WS-HST-READ-DONE TO TRUE
               ELSE
                   IF HST-RUN-DATE = WS-EXTRACT-DATE
                       PERFORM 0410-WRITE-BRANCH-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0420-WRITE-RUN-RECORD
           END-IF
           IF NOT WS-ABEND-REQUESTED
               MOVE "TRL*" TO WS-WXC-TAG
               MOVE WS-WHX-REC-COUNT TO WS-WXC-RECORD-COUNT
               MOVE WS-WHX-HASH-COUNT TO WS-WXC-HASH-COUNT
               MOVE WS-WHX-HASH-AMT TO WS-WXC-HASH-AMT
               MOVE WS-WXC-CONTROL-LINE TO WAREHOUSE-EXTRACT-LINE
               PERFORM 0490-WRITE-EXTRACT-LINE
           END-IF.

       0410-WRITE-BRANCH-RECORD.
           MOVE HST-RUN-DATE TO WS-WXD-RUN-DATE
           MOVE HST-RUN-ID TO WS-WXD-RUN-ID
           MOVE HST-BRANCH-ID TO WS-WXD-BRANCH-ID
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           SET WS-MST-IDX TO 1
           SEARCH ALL WS-MASTER-TABLE
               AT END
                   CONTINUE
               WHEN WS-MST-BRANCH-ID(WS-MST-IDX) = HST-BRANCH-ID
                   SET WS-MASTER-FOUND TO TRUE
           END-SEARCH
           IF WS-MASTER-FOUND
               MOVE WS-MST-BRANCH-NAME(WS-MST-IDX) TO
                        WS-WXD-BRANCH-NAME
               MOVE WS-MST-STATUS-CODE(WS-MST-IDX) TO
                        WS-WXD-BRANCH-STATUS
               MOVE WS-MST-REGION-ID(WS-MST-IDX) TO WS-WXD-REGION-ID
           ELSE
               ADD 1 TO WS-WHX-OFF-MASTER
               DISPLAY "WHSEXT01: BRANCH " HST-BRANCH-ID
                       " NOT ON BRANCH MASTER - REGION ***"
               MOVE SPACES TO WS-WXD-BRANCH-NAME
               MOVE SPACE TO WS-WXD-BRANCH-STATUS
               MOVE "***" TO WS-WXD-REGION-ID
           END-IF
           MOVE WS-WXD-REGION-ID TO WS-RGF-LOOKUP-ID
           PERFORM 0440-FIND-REGION-REF
           MOVE WS-RGF-FOUND-NAME TO WS-WXD-REGION-NAME
           MOVE WS-RGF-FOUND-DIST-ID TO WS-WXD-DISTRICT-ID
           MOVE WS-RGF-FOUND-DIST-NAME TO WS-WXD-DIST-NAME
           MOVE HST-TRAN-COUNT TO WS-WXD-TRAN-COUNT
           MOVE HST-TRAN-AMT TO WS-WXD-TRAN-AMT
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                     UNTIL WS-SHIFT-SUB > 3
               MOVE HST-SHIFT-COUNT(WS-SHIFT-SUB) TO
                        WS-WXD-SHIFT-COUNT(WS-SHIFT-SUB)
               MOVE HST-SHIFT-AMT(WS-SHIFT-SUB) TO
                        WS-WXD-SHIFT-AMT(WS-SHIFT-SUB)
           END-PERFORM
           MOVE WS-WXD-DETAIL-LINE TO WAREHOUSE-EXTRACT-LINE
           PERFORM 0490-WRITE-EXTRACT-LINE
           ADD 1 TO WS-WHX-REC-COUNT
           ADD 1 TO WS-WHX-BRANCH-ROWS
           ADD HST-TRAN-COUNT TO WS-WHX-HASH-COUNT
           ADD HST-TRAN-AMT TO WS-WHX-HASH-AMT.

       0420-WRITE-RUN-RECORD.
           MOVE WS-EXTRACT-DATE TO WS-WXR-RUN-DATE
           MOVE WS-OUT-RUN-ID TO WS-WXR-RUN-ID
           MOVE WS-OUT-TIMESTAMP TO WS-WXR-TIMESTAMP
           MOVE WS-OUT-STATUS TO WS-WXR-STATUS
           MOVE WS-OUT-RETURN-CODE TO WS-WXR-RETURN-CODE
           MOVE WS-OUT-RECORDS-READ TO WS-WXR-RECORDS-READ
           MOVE WS-OUT-BRANCHES TO WS-WXR-BRANCHES
           MOVE WS-OUT-REJECTS TO WS-WXR-REJECTS
           MOVE WS-OUT-FINAL-COUNT TO WS-WXR-FINAL-COUNT
           MOVE WS-OUT-FINAL-AMT TO WS-WXR-FINAL-AMT
           MOVE WS-OUT-GL-CNT-VAR TO WS-WXR-GL-CNT-VARIANCE
           MOVE WS-OUT-GL-AMT-VAR TO WS-WXR-GL-AMT-VARIANCE
           MOVE WS-WHX-BRANCH-ROWS TO WS-WXR-BRANCH-ROWS
           MOVE WS-WXR-RUN-LINE TO WAREHOUSE-EXTRACT-LINE
           PERFORM 0490-WRITE-EXTRACT-LINE
           ADD 1 TO WS-WHX-REC-COUNT.

       0490-WRITE-EXTRACT-LINE.
           WRITE WAREHOUSE-EXTRACT-LINE
           IF NOT WS-WHX-OK
               DISPLAY "WHSEXT01: WAREHOUSE-EXTRACT-FILE WRITE "
                       "FAILED, STATUS=" WS-WHX-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "WHSEXTR" TO ERR-TARGET-FIELD
               MOVE "WAREHOUSE EXTRACT WRITE FAILED" TO ERR-MESSAGE
               MOVE "0490-WRITE-EXTRACT-LINE" TO WS-ERR-SOURCE-PARA
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
           MOVE "WHSEXT01" TO ERR-PROGRAM-ID
           MOVE WS-EXTRACT-RUN-ID TO ERR-RUN-ID
           IF WS-OUT-FOUND
               MOVE WS-OUT-RUN-ID TO ERR-RUN-ID
           END-IF
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "WHSEXT01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE HISTORY-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE RUN-STATUS-FILE
           CLOSE WAREHOUSE-EXTRACT-FILE.
