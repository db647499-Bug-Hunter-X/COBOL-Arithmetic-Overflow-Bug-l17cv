       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT REGION-REF-FILE ASSIGN TO "REGNMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  REGION-REF-FILE
           RECORDING MODE IS F.
           COPY CPYRG01.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-RG-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-RG-OK                      VALUE "00".
               88  WS-RG-EOF                     VALUE "10".
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

      *    A brand-new shop has no region file yet: a
      *    missing old reference just means every card must
      *    be an add.
           END-IF
           PERFORM 0800-WRITE-REPORT-TOTALS
           IF WS-ABEND-REQUESTED
               DISPLAY "RGNMNT01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               IF WS-TRANS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           STOP RUN.

       0100-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF NOT WS-ERR-OK
               DISPLAY "RGNMNT01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REGION-REF-FILE
           IF WS-RG-OK
               SET WS-OLD-FILE-PRESENT TO TRUE
           IF NOT WS-NR-OK
               DISPLAY "RGNMNT01: NEW-REGION-FILE HEADER WRITE "
                       "FAILED, STATUS=" WS-NR-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "REGNNEW" TO ERR-TARGET-FIELD
               MOVE "NEW REGION HEADER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0130-WRITE-NEW-REGION-HEADER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0150-WRITE-REPORT-HEADINGS.
                            AND NOT WS-OMC-TRL-SEEN
                               DISPLAY "RGNMNT01: REGION FILE ENDED "
                                       "WITHOUT A TRAILER"
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "REGION FILE HAS NO TRAILER" TO
                                        ERR-MESSAGE
                               MOVE "0210-READ-REGION" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           END-IF
                       NOT AT END
                           IF RGC-CONTROL-REC
                                           "DATA RECORD AFTER "
                                           "TRAILER AT "
                                           RG-REGION-ID
                                   MOVE ZERO TO ERR-OPERAND-1
                                   MOVE ZERO TO ERR-OPERAND-2
                                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                                   MOVE "REGION DATA AFTER TRAILER" TO
                                            ERR-MESSAGE
                                   MOVE "0210-READ-REGION" TO
                                            WS-ERR-SOURCE-PARA
                                   MOVE 28 TO WS-RC-WORK
                                   PERFORM 0820-WRITE-ERROR-RECORD
                                   SET WS-ABEND-REQUESTED TO TRUE
                                   PERFORM 0830-CLASSIFY-ABEND
                               ELSE
                                   ADD 1 TO WS-OMC-REC-COUNT
                                   ADD 1 TO WS-REGIONS-IN
                   DISPLAY "RGNMNT01: REGION FILE TRAILER "
                           "MISMATCH - EXPECTED " RGC-RECORD-COUNT
                           " READ " WS-OMC-REC-COUNT
                   MOVE RGC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-OMC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "REGION FEED TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0215-REGION-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-OMC-TRL-SEEN TO TRUE
               END-IF
           IF RG-REGION-ID NOT > WS-RGN-PREV-KEY
               DISPLAY "RGNMNT01: REGION FILE OUT OF "
                       "SEQUENCE AT " RG-REGION-ID
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "REGION-SEQ" TO ERR-TARGET-FIELD
               MOVE "REGION FILE OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0217-ONE-REGION-KEY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE RG-REGION-ID TO WS-RGN-KEY
               MOVE RG-REGION-ID TO WS-RGN-PREV-KEY
                   IF RT-REGION-ID < WS-TRN-PREV-KEY
                       DISPLAY "RGNMNT01: TRANSACTIONS OUT OF "
                               "SEQUENCE AT " RT-REGION-ID
                       MOVE ZERO TO ERR-OPERAND-1
                       MOVE ZERO TO ERR-OPERAND-2
                       MOVE "TRANS-SEQ" TO ERR-TARGET-FIELD
                       MOVE "TRANSACTIONS OUT OF SEQUENCE" TO
                                ERR-MESSAGE
                       MOVE "0220-READ-TRANS" TO WS-ERR-SOURCE-PARA
                       MOVE 16 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
                   ELSE
                       MOVE RT-REGION-ID TO WS-TRN-KEY
                       MOVE RT-REGION-ID TO WS-TRN-PREV-KEY
           IF NOT WS-AUD-OK
               DISPLAY "RGNMNT01: AUDIT RECORD WRITE FAILED, "
                       "STATUS=" WS-AUD-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AUDIT-REC" TO ERR-TARGET-FIELD
               MOVE "AUDIT RECORD WRITE FAILED" TO ERR-MESSAGE
               MOVE "0600-WRITE-AUDIT-RECORD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0700-WRITE-NEW-REGION.
           IF NOT WS-NR-OK
               DISPLAY "RGNMNT01: NEW-REGION-FILE WRITE FAILED, "
                       "STATUS=" WS-NR-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "REGNNEW" TO ERR-TARGET-FIELD
               MOVE "NEW REGION WRITE FAILED" TO ERR-MESSAGE
               MOVE "0700-WRITE-NEW-REGION" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-REGIONS-OUT
           END-IF.
           IF NOT WS-NR-OK
               DISPLAY "RGNMNT01: NEW-REGION-FILE TRAILER WRITE "
                       "FAILED, STATUS=" WS-NR-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "REGNNEW" TO ERR-TARGET-FIELD
               MOVE "NEW REGION TRAILER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0750-WRITE-NEW-REGION-TRAILER" TO
                        WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0800-WRITE-REPORT-TOTALS.
                   WS-REGIONS-IN " REGIONS IN, "
                   WS-REGIONS-OUT " REGIONS OUT".

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
           MOVE "RGNMNT01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "RGNMNT01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           IF WS-OLD-FILE-PRESENT
               CLOSE REGION-REF-FILE
           END-IF
