       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CPYAUD01.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-AUD-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-AUD-OK                     VALUE "00".
               88  WS-AUD-EOF                    VALUE "10".
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
           05  WS-FUNCTION-CODE        PIC X(1) VALUE SPACE.
               88  WS-INQUIRY-MODE            VALUE "I".
               END-IF
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "AUDINQ01: ABORTED - SEE ERROR-LOG-FILE"
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
               DISPLAY "AUDINQ01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUD-OK
               DISPLAY "AUDINQ01: UNABLE TO OPEN AUDIT-FILE, "
           READ PARM-CARD-FILE
               AT END
                   DISPLAY "AUDINQ01: PARM-CARD-FILE IS EMPTY"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "AUDPARM" TO ERR-TARGET-FIELD
                   MOVE "PARM-CARD-FILE IS EMPTY" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               NOT AT END
                   MOVE AP-FUNCTION-CODE TO WS-FUNCTION-CODE
                   MOVE AP-RUN-ID TO WS-SEL-RUN-ID
               IF NOT WS-INQUIRY-MODE AND NOT WS-ARCHIVE-MODE
                   DISPLAY "AUDINQ01: INVALID FUNCTION CODE '"
                           WS-FUNCTION-CODE "' - MUST BE I OR A"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "AUDPARM" TO ERR-TARGET-FIELD
                   MOVE "INVALID FUNCTION CODE" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
           IF NOT WS-ABEND-REQUESTED
               IF WS-ARCHIVE-MODE AND WS-CUTOFF-DATE = SPACES
                   DISPLAY "AUDINQ01: ARCHIVE MODE REQUIRES A "
                           "RETENTION CUTOFF DATE"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "AUDPARM" TO ERR-TARGET-FIELD
                   MOVE "ARCHIVE MODE NEEDS A RETENTION CUTOFF" TO
                            ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF.

           IF NOT WS-AXT-OK
               DISPLAY "AUDINQ01: UNABLE TO OPEN AUDIT-EXTRACT-FILE, "
                       "STATUS=" WS-AXT-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AUDEXTR" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO OPEN AUDIT-EXTRACT-FILE" TO ERR-MESSAGE
               MOVE "0200-PROCESS-INQUIRY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0210-WRITE-TRACE-HEADINGS
           IF NOT WS-AXT-OK
               DISPLAY "AUDINQ01: AUDIT-EXTRACT-FILE WRITE FAILED, "
                       "STATUS=" WS-AXT-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AUDEXTR" TO ERR-TARGET-FIELD
               MOVE "AUDIT EXTRACT WRITE FAILED" TO ERR-MESSAGE
               MOVE "0230-EXTRACT-ONE-RECORD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           MOVE AUD-TIMESTAMP TO WS-TRC-TIMESTAMP
           MOVE AUD-RUN-ID TO WS-TRC-RUN-ID
           IF NOT WS-ARC-OK
               DISPLAY "AUDINQ01: UNABLE TO OPEN AUDIT-ARCHIVE-FILE, "
                       "STATUS=" WS-ARC-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "AUDARCH" TO ERR-TARGET-FIELD
               MOVE "UNABLE TO OPEN AUDIT-ARCHIVE-FILE" TO ERR-MESSAGE
               MOVE "0300-PROCESS-ARCHIVE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF NOT WS-ABEND-REQUESTED
               OPEN OUTPUT NEW-AUDIT-FILE
               IF NOT WS-NEW-OK
                   DISPLAY "AUDINQ01: UNABLE TO OPEN NEW-AUDIT-FILE, "
                           "STATUS=" WS-NEW-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "AUDNEW" TO ERR-TARGET-FIELD
                   MOVE "UNABLE TO OPEN NEW-AUDIT-FILE" TO ERR-MESSAGE
                   MOVE "0300-PROCESS-ARCHIVE" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF
           IF NOT WS-ABEND-REQUESTED
               IF NOT WS-ARC-OK
                   DISPLAY "AUDINQ01: AUDIT-ARCHIVE-FILE WRITE "
                           "FAILED, STATUS=" WS-ARC-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "AUDARCH" TO ERR-TARGET-FIELD
                   MOVE "AUDIT ARCHIVE WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0310-ARCHIVE-ONE-RECORD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-RETAINED
               IF NOT WS-NEW-OK
                   DISPLAY "AUDINQ01: NEW-AUDIT-FILE WRITE FAILED, "
                           "STATUS=" WS-NEW-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "AUDNEW" TO ERR-TARGET-FIELD
                   MOVE "NEW AUDIT FILE WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0310-ARCHIVE-ONE-RECORD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
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
           MOVE "AUDINQ01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "AUDINQ01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-TRACE-REPORT.
