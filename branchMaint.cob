      *           changes are logged to the same audit
      *           trail BUGSOL01 writes, so openings and
      *           closures stay controlled and traceable.
      *           A merge card closes a retired branch into
      *           a surviving one and records the pair, with
      *           its effective date, on the branch crosswalk
      *           (BRXWALK in, BRXWNEW out - swapped in with
      *           the new master), which the nightly uses to
      *           post the retired id's stray counts to the
      *           survivor.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGN-FILE-STATUS.

           SELECT XWALK-FILE ASSIGN TO "BRXWALK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XW-FILE-STATUS.

           SELECT NEW-XWALK-FILE ASSIGN TO "BRXWNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
           COPY CPYBM01.
                                  ==REGION-CONTROL-REC==
                        LEADING ==FC-== BY ==RGC-==.

       FD  XWALK-FILE
           RECORDING MODE IS F.
           COPY CPYXW01.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==XWALK-CONTROL-REC==
                        LEADING ==FC-== BY ==XWC-==.

       FD  NEW-XWALK-FILE
           RECORDING MODE IS F.
           COPY CPYXW01 REPLACING ==BRANCH-XWALK-REC== BY
                                  ==NEW-XWALK-REC==
                        LEADING ==XW-== BY ==NX-==.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==NEW-XWALK-CONTROL-REC==
                        LEADING ==FC-== BY ==NXC-==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-BM-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-BM-OK                      VALUE "00".
               88  WS-BM-EOF                     VALUE "10".
           05  WS-RGN-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-RGN-OK                     VALUE "00".
               88  WS-RGN-EOF                    VALUE "10".
           05  WS-XW-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-XW-OK                      VALUE "00".
               88  WS-XW-EOF                     VALUE "10".
               88  WS-XW-NOT-FOUND               VALUE "35".
           05  WS-NX-FILE-STATUS       PIC X(2) VALUE "00".
               88  WS-NX-OK                      VALUE "00".

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

       01  WS-HIST-AVAILABLE-SW        PIC X VALUE "N".
           88  WS-HIST-AVAILABLE              VALUE "Y".

           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-MASTERS-IN           PIC 9(5) VALUE 0.
           05  WS-MASTERS-OUT          PIC 9(5) VALUE 0.
           05  WS-XWALK-IN             PIC 9(5) VALUE 0.
           05  WS-XWALK-OUT            PIC 9(5) VALUE 0.

       01  WS-REASON-TEXT              PIC X(30) VALUE SPACES.


       COPY CPYRG02.

       01  WS-XW-PRESENT-SW            PIC X VALUE "N".
           88  WS-XW-PRESENT                  VALUE "Y".

       COPY CPYXW02.

       01  WS-XWK-SHIFT-ROW            PIC 9(5) VALUE 0.

      *    Ids and status of every branch on the old master,
      *    loaded before the balanced line starts: a merge
      *    card names a survivor that may sort before or
      *    after the retired branch, so the survivor cannot
      *    wait for the line to reach it.  It must be on the
      *    master, and open, before the run.
       01  WS-MST-IMAGE-AREA.
           05  WS-MSI-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-MSI-TABLE OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON WS-MSI-TBL-CNT
                                    ASCENDING KEY IS WS-MSIT-BRANCH-ID
                                    INDEXED BY WS-MSI-IDX.
               10  WS-MSIT-BRANCH-ID   PIC X(4).
               10  WS-MSIT-STATUS      PIC X(1).

       01  WS-MST-IMAGE-FOUND.
           05  WS-MSI-FOUND-SW         PIC X VALUE "N".
               88  WS-MSI-FOUND               VALUE "Y".
           05  WS-MSI-FOUND-STATUS     PIC X(1) VALUE SPACE.
               88  WS-MSI-FOUND-OPEN          VALUE "O".

      *    Audit run id: "BRMNT01" plus the transaction code
      *    in the eighth byte, so AUDITLOG alone shows whether
      *    a branch was added, changed or closed.
           05  WS-MRP-REASON           PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.

      *    A merge card has no name - the name columns carry
      *    the survivor - so its report line names the merge.
       01  WS-MRP-MERGE-NAME.
           05  FILLER                  PIC X(11) VALUE "MERGE INTO ".
           05  WS-MRP-MRG-SURVIVOR     PIC X(4).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-MRP-TOTAL-LINE.
           05  FILLER                  PIC X(7)  VALUE "READ: ".
           05  WS-MRP-READ-COUNT       PIC ZZ,ZZ9.
           PERFORM 0100-OPEN-FILES
           PERFORM 0110-LOAD-CALENDAR
           PERFORM 0120-LOAD-REGION-REF
           PERFORM 0140-LOAD-MASTER-IMAGE
           PERFORM 0145-LOAD-XWALK
           PERFORM 0130-WRITE-NEW-MASTER-HEADER
           PERFORM 0150-WRITE-REPORT-HEADINGS
           PERFORM 0210-READ-MASTER
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0750-WRITE-NEW-MASTER-TRAILER
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0760-WRITE-NEW-XWALK
           END-IF
           PERFORM 0800-WRITE-REPORT-TOTALS
           IF WS-ABEND-REQUESTED
               DISPLAY "BRMNT01: ABORTED - SEE ERROR-LOG-FILE"
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
               DISPLAY "BRMNT01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BM-OK
               DISPLAY "BRMNT01: UNABLE TO OPEN BRANCH-MASTER-FILE, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No crosswalk yet is an empty one - nothing has
      *    ever been merged.  Any other failure stops the
      *    run: the new generation must carry every merge
      *    forward.
           OPEN INPUT XWALK-FILE
           IF WS-XW-OK
               SET WS-XW-PRESENT TO TRUE
           ELSE
               IF NOT WS-XW-NOT-FOUND
                   DISPLAY "BRMNT01: UNABLE TO OPEN XWALK-FILE, "
                           "STATUS=" WS-XW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT NEW-XWALK-FILE
           IF NOT WS-NX-OK
               DISPLAY "BRMNT01: UNABLE TO OPEN NEW-XWALK-FILE, "
                       "STATUS=" WS-NX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-REPORT
           IF NOT WS-MRP-OK
               DISPLAY "BRMNT01: UNABLE TO OPEN MAINT-REPORT, "
               END-IF
           END-IF.

      *    A first pass over the old master for the merge
      *    edit's survivor lookups.  Control records are
      *    passed over - the balanced line accounts for them
      *    when it reads the file again - and the file is
      *    reopened for that second read.
       0140-LOAD-MASTER-IMAGE.
           PERFORM UNTIL WS-BM-EOF
               READ BRANCH-MASTER-FILE
                   AT END
                       SET WS-BM-EOF TO TRUE
                   NOT AT END
                       IF NOT BMC-CONTROL-REC
                        AND BM-BRANCH-ID > WS-MST-PREV-KEY
                        AND WS-MSI-TBL-CNT < 10000
                           MOVE BM-BRANCH-ID TO WS-MST-PREV-KEY
                           ADD 1 TO WS-MSI-TBL-CNT
                           SET WS-MSI-IDX TO WS-MSI-TBL-CNT
                           MOVE BM-BRANCH-ID TO
                                    WS-MSIT-BRANCH-ID(WS-MSI-IDX)
                           MOVE BM-STATUS-CODE TO
                                    WS-MSIT-STATUS(WS-MSI-IDX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE LOW-VALUES TO WS-MST-PREV-KEY
           CLOSE BRANCH-MASTER-FILE
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BM-OK
               DISPLAY "BRMNT01: UNABLE TO REOPEN BRANCH-MASTER-FILE, "
                       "STATUS=" WS-BM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Loads the old crosswalk generation, verifying its
      *    sequence and feed controls.  Unlike the reference
      *    files this one cannot stand down on a fault - the
      *    new generation is copied from it, and a short
      *    table would drop merges on the floor - so a fault
      *    is a hard stop, the branch master precedent.
       0145-LOAD-XWALK.
           IF WS-XW-PRESENT
               MOVE LOW-VALUES TO WS-XWK-PREV-ID
               PERFORM UNTIL WS-XW-EOF OR WS-ABEND-REQUESTED
                   READ XWALK-FILE
                       AT END
                           SET WS-XW-EOF TO TRUE
                           IF WS-XWK-HDR-SEEN
                            AND NOT WS-XWK-TRL-SEEN
                               DISPLAY "BRMNT01: XWALK-FILE ENDED "
                                       "WITHOUT A TRAILER - "
                                       "POSSIBLE TRUNCATED FILE"
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "XWALK ENDED WITHOUT A TRAILER" TO
                                        ERR-MESSAGE
                               MOVE "0145-LOAD-XWALK" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           END-IF
                       NOT AT END
                           IF XWC-CONTROL-REC
                               PERFORM 0147-XWALK-CONTROL-REC
                           ELSE
                               IF WS-XWK-TRL-SEEN
                                   DISPLAY "BRMNT01: XWALK-FILE DATA "
                                           "RECORD AFTER TRAILER AT "
                                           XW-OLD-BRANCH-ID
                                   MOVE ZERO TO ERR-OPERAND-1
                                   MOVE ZERO TO ERR-OPERAND-2
                                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                                   MOVE "XWALK DATA AFTER TRAILER" TO
                                            ERR-MESSAGE
                                   MOVE "0145-LOAD-XWALK" TO
                                            WS-ERR-SOURCE-PARA
                                   MOVE 28 TO WS-RC-WORK
                                   PERFORM 0820-WRITE-ERROR-RECORD
                                   SET WS-ABEND-REQUESTED TO TRUE
                                   PERFORM 0830-CLASSIFY-ABEND
                               ELSE
                                   ADD 1 TO WS-XWK-REC-COUNT
                                   PERFORM 0148-LOAD-ONE-XWALK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XWALK-FILE
           END-IF
           SET WS-XWK-AVAILABLE TO TRUE.

       0147-XWALK-CONTROL-REC.
           IF XWC-HEADER-REC
               SET WS-XWK-HDR-SEEN TO TRUE
           ELSE
               IF XWC-RECORD-COUNT NOT = WS-XWK-REC-COUNT
                   DISPLAY "BRMNT01: XWALK-FILE TRAILER MISMATCH - "
                           "EXPECTED " XWC-RECORD-COUNT
                           " READ " WS-XWK-REC-COUNT
                   MOVE XWC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-XWK-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "XWALK TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0147-XWALK-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-XWK-TRL-SEEN TO TRUE
               END-IF
           END-IF.

       0148-LOAD-ONE-XWALK.
           IF XW-OLD-BRANCH-ID NOT > WS-XWK-PREV-ID
               DISPLAY "BRMNT01: XWALK-FILE OUT OF SEQUENCE AT "
                       XW-OLD-BRANCH-ID
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "XWALK-SEQ" TO ERR-TARGET-FIELD
               MOVE "XWALK OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0148-LOAD-ONE-XWALK" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               IF WS-XWK-TBL-CNT = 2000
                   DISPLAY "BRMNT01: XWALK TABLE OCCURS 2000 "
                           "EXCEEDED"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE 2000 TO ERR-OPERAND-2
                   MOVE "XWALK-CNT" TO ERR-TARGET-FIELD
                   MOVE "XWALK TABLE OCCURS 2000 EXCEEDED" TO
                            ERR-MESSAGE
                   MOVE "0148-LOAD-ONE-XWALK" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   MOVE XW-OLD-BRANCH-ID TO WS-XWK-PREV-ID
                   ADD 1 TO WS-XWALK-IN
                   ADD 1 TO WS-XWK-TBL-CNT
                   SET WS-XWK-IDX TO WS-XWK-TBL-CNT
                   MOVE XW-OLD-BRANCH-ID TO
                            WS-XWKT-OLD-ID(WS-XWK-IDX)
                   MOVE XW-SURVIVOR-ID TO
                            WS-XWKT-SURVIVOR-ID(WS-XWK-IDX)
                   MOVE XW-SURVIVOR-ID TO
                            WS-XWKT-FINAL-ID(WS-XWK-IDX)
                   MOVE XW-EFFECTIVE-DATE TO
                            WS-XWKT-EFF-DATE(WS-XWK-IDX)
                   MOVE XW-MERGE-DATE TO
                            WS-XWKT-MERGE-DATE(WS-XWK-IDX)
               END-IF
           END-IF.

      *    Opens the new master with its feed header so next
      *    night's load in BUGSOL01 is covered end to end -
      *    the trailer follows the last released record in
           IF NOT WS-NM-OK
               DISPLAY "BRMNT01: NEW-MASTER-FILE HEADER WRITE "
                       "FAILED, STATUS=" WS-NM-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "BRNCHNEW" TO ERR-TARGET-FIELD
               MOVE "NEW MASTER HEADER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0130-WRITE-NEW-MASTER-HEADER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0150-WRITE-REPORT-HEADINGS.
                           DISPLAY "BRMNT01: BRANCH MASTER ENDED "
                                   "WITHOUT A TRAILER - POSSIBLE "
                                   "TRUNCATED FILE"
                           MOVE ZERO TO ERR-OPERAND-1
                           MOVE ZERO TO ERR-OPERAND-2
                           MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                           MOVE "MASTER ENDED WITHOUT A TRAILER" TO
                                    ERR-MESSAGE
                           MOVE "0210-READ-MASTER" TO WS-ERR-SOURCE-PARA
                           MOVE 28 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       END-IF
                   NOT AT END
                       IF BMC-CONTROL-REC
                               DISPLAY "BRMNT01: BRANCH MASTER "
                                       "DATA RECORD AFTER TRAILER "
                                       "AT " BM-BRANCH-ID
                               MOVE ZERO TO ERR-OPERAND-1
                               MOVE ZERO TO ERR-OPERAND-2
                               MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                               MOVE "MASTER DATA RECORD AFTER TRAILER"
                                   TO ERR-MESSAGE
                               MOVE "0210-READ-MASTER" TO
                                        WS-ERR-SOURCE-PARA
                               MOVE 28 TO WS-RC-WORK
                               PERFORM 0820-WRITE-ERROR-RECORD
                               SET WS-ABEND-REQUESTED TO TRUE
                               PERFORM 0830-CLASSIFY-ABEND
                           ELSE
                               ADD 1 TO WS-OMC-REC-COUNT
                               ADD 1 TO WS-MASTERS-IN
                   DISPLAY "BRMNT01: BRANCH MASTER TRAILER "
                           "MISMATCH - EXPECTED " BMC-RECORD-COUNT
                           " READ " WS-OMC-REC-COUNT
                   MOVE BMC-RECORD-COUNT TO ERR-OPERAND-1
                   MOVE WS-OMC-REC-COUNT TO ERR-OPERAND-2
                   MOVE "FEED-TRL" TO ERR-TARGET-FIELD
                   MOVE "MASTER FEED TRAILER MISMATCH" TO ERR-MESSAGE
                   MOVE "0215-MASTER-CONTROL-REC" TO WS-ERR-SOURCE-PARA
                   MOVE 28 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   SET WS-OMC-TRL-SEEN TO TRUE
               END-IF
           IF BM-BRANCH-ID NOT > WS-MST-PREV-KEY
               DISPLAY "BRMNT01: BRANCH MASTER OUT OF "
                       "SEQUENCE AT " BM-BRANCH-ID
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "MASTER-SEQ" TO ERR-TARGET-FIELD
               MOVE "BRANCH MASTER OUT OF SEQUENCE" TO ERR-MESSAGE
               MOVE "0217-ONE-MASTER-KEY" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE BM-BRANCH-ID TO WS-MST-KEY
               MOVE BM-BRANCH-ID TO WS-MST-PREV-KEY
                   IF BT-BRANCH-ID < WS-TRN-PREV-KEY
                       DISPLAY "BRMNT01: TRANSACTIONS OUT OF "
                               "SEQUENCE AT " BT-BRANCH-ID
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
                       MOVE BT-BRANCH-ID TO WS-TRN-KEY
                       MOVE BT-BRANCH-ID TO WS-TRN-PREV-KEY
                       IF BT-CHANGE-TRANS
                           PERFORM 0320-EDIT-CHANGE
                       ELSE
                           IF BT-CLOSE-TRANS
                               PERFORM 0330-EDIT-CLOSE
                           ELSE
                               PERFORM 0335-EDIT-MERGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE BT-TRANS-CODE TO WS-MRP-TRANS-CODE
           MOVE BT-BRANCH-ID TO WS-MRP-BRANCH-ID
           IF BT-MERGE-TRANS
               MOVE BT-SURVIVOR-ID TO WS-MRP-MRG-SURVIVOR
               MOVE WS-MRP-MERGE-NAME TO WS-MRP-BRANCH-NAME
           ELSE
               MOVE BT-BRANCH-NAME TO WS-MRP-BRANCH-NAME
           END-IF
           MOVE WS-REASON-TEXT TO WS-MRP-REASON
           MOVE WS-MRP-DETAIL-LINE TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.
      *    card cannot sneak a closure past it - and anything
      *    else rejects.  All edits run before any field is
      *    applied, so a rejected card leaves the held record
      *    untouched.  A branch merged away stays closed: its
      *    id now posts to the survivor, so reopening it
      *    would strand its feed.
       0320-EDIT-CHANGE.
           IF NOT WS-HOLD-ACTIVE
               MOVE "BRANCH NOT ON MASTER" TO WS-REASON-TEXT
           ELSE
               MOVE BT-BRANCH-ID TO WS-XWK-LOOKUP-ID
               PERFORM 0392-FIND-XWALK
               IF BT-STATUS-CODE NOT = SPACE
                AND BT-STATUS-CODE NOT = "O"
                AND BT-STATUS-CODE NOT = "C"
                   MOVE "INVALID STATUS CODE" TO WS-REASON-TEXT
               ELSE
                 IF BT-STATUS-CODE = "O" AND WS-XWK-FOUND
                   MOVE "BRANCH MERGED - CANNOT REOPEN" TO
                            WS-REASON-TEXT
                 ELSE
                   IF BT-STATUS-CODE = "C"
                           AND NOT WS-HLD-BRANCH-CLOSED
                       PERFORM 0500-CHECK-RECENT-ACTIVITY
                                    WS-REASON-TEXT
                       END-IF
                   END-IF
                 END-IF
               END-IF
               IF WS-REASON-TEXT = SPACES
                AND BT-REGION-ID NOT = SPACES
               END-IF
           END-IF.

      *    Merges the held branch into the survivor the card
      *    names.  Unlike a close, recent activity does not
      *    block a merge - a branch still posting is exactly
      *    what the crosswalk is for.  The retired branch
      *    closes as of the effective date and the pair goes
      *    into the crosswalk table in retired-id order.  A
      *    survivor that is itself merged away later simply
      *    extends the chain; readers follow it.
       0335-EDIT-MERGE.
           IF NOT WS-HOLD-ACTIVE
               MOVE "BRANCH NOT ON MASTER" TO WS-REASON-TEXT
           ELSE
               IF BT-EFFECTIVE-DATE = SPACES
                   MOVE "MERGE REQUIRES EFFECTIVE DATE" TO
                            WS-REASON-TEXT
               ELSE
                   IF BT-SURVIVOR-ID = SPACES
                    OR BT-SURVIVOR-ID = BT-BRANCH-ID
                       MOVE "INVALID SURVIVING BRANCH" TO
                                WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES
               MOVE BT-BRANCH-ID TO WS-XWK-LOOKUP-ID
               PERFORM 0392-FIND-XWALK
               IF WS-XWK-FOUND
                   MOVE "BRANCH ALREADY MERGED" TO WS-REASON-TEXT
               ELSE
                   MOVE BT-SURVIVOR-ID TO WS-XWK-LOOKUP-ID
                   PERFORM 0392-FIND-XWALK
                   IF WS-XWK-FOUND
                       MOVE "SURVIVOR ALREADY MERGED AWAY" TO
                                WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES
               PERFORM 0390-FIND-MASTER-IMAGE
               IF NOT WS-MSI-FOUND
                   MOVE "SURVIVOR NOT ON MASTER" TO WS-REASON-TEXT
               ELSE
                   IF NOT WS-MSI-FOUND-OPEN
                       MOVE "SURVIVOR BRANCH NOT OPEN" TO
                                WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES
               IF WS-XWK-TBL-CNT = 2000
                   MOVE "CROSSWALK TABLE FULL" TO WS-REASON-TEXT
               ELSE
                   PERFORM 0395-INSERT-XWALK-ROW
                   MOVE "C" TO WS-HLD-STATUS-CODE
                   MOVE BT-EFFECTIVE-DATE TO WS-HLD-EFFECTIVE-DATE
               END-IF
           END-IF.

      *    Edits BT-EFFECTIVE-DATE as a real calendar date -
      *    numeric, month 01-12, day valid for the month with
      *    leap years honored.  The date feeds the close
               END-SEARCH
           END-IF.

       0390-FIND-MASTER-IMAGE.
           MOVE "N" TO WS-MSI-FOUND-SW
           MOVE SPACE TO WS-MSI-FOUND-STATUS
           IF WS-MSI-TBL-CNT > 0
               SET WS-MSI-IDX TO 1
               SEARCH ALL WS-MSI-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-MSIT-BRANCH-ID(WS-MSI-IDX) =
                           BT-SURVIVOR-ID
                       SET WS-MSI-FOUND TO TRUE
                       MOVE WS-MSIT-STATUS(WS-MSI-IDX) TO
                                WS-MSI-FOUND-STATUS
               END-SEARCH
           END-IF.

       0392-FIND-XWALK.
           MOVE "N" TO WS-XWK-FOUND-SW
           MOVE SPACES TO WS-XWK-FOUND-SURVIVOR
           MOVE SPACES TO WS-XWK-FOUND-FINAL
           MOVE SPACES TO WS-XWK-FOUND-EFF-DATE
           IF WS-XWK-TBL-CNT > 0
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

      *    Opens a slot at the retired id's place in the
      *    crosswalk table, shifting the tail up one, so the
      *    table stays in key order for SEARCH ALL and for
      *    the new generation written from it.
       0395-INSERT-XWALK-ROW.
           ADD 1 TO WS-XWK-TBL-CNT
           MOVE WS-XWK-TBL-CNT TO WS-XWK-ROW
           PERFORM UNTIL WS-XWK-ROW = 1
                      OR WS-XWKT-OLD-ID(WS-XWK-ROW - 1) < BT-BRANCH-ID
               MOVE WS-XWK-ROW TO WS-XWK-SHIFT-ROW
               SUBTRACT 1 FROM WS-XWK-SHIFT-ROW
               MOVE WS-XWALK-TABLE(WS-XWK-SHIFT-ROW) TO
                        WS-XWALK-TABLE(WS-XWK-ROW)
               MOVE WS-XWK-SHIFT-ROW TO WS-XWK-ROW
           END-PERFORM
           MOVE BT-BRANCH-ID TO WS-XWKT-OLD-ID(WS-XWK-ROW)
           MOVE BT-SURVIVOR-ID TO WS-XWKT-SURVIVOR-ID(WS-XWK-ROW)
           MOVE BT-SURVIVOR-ID TO WS-XWKT-FINAL-ID(WS-XWK-ROW)
           MOVE BT-EFFECTIVE-DATE TO WS-XWKT-EFF-DATE(WS-XWK-ROW)
           MOVE WS-RUN-DATE TO WS-XWKT-MERGE-DATE(WS-XWK-ROW).

      *    Looks for history activity on or after the start
      *    of the trailing window before the close date - a
      *    branch still posting counts cannot be closed out
           IF NOT WS-AUD-OK
               DISPLAY "BRMNT01: AUDIT RECORD WRITE FAILED, "
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

       0700-WRITE-NEW-MASTER.
           IF NOT WS-NM-OK
               DISPLAY "BRMNT01: NEW-MASTER-FILE WRITE FAILED, "
                       "STATUS=" WS-NM-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "BRNCHNEW" TO ERR-TARGET-FIELD
               MOVE "NEW MASTER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0700-WRITE-NEW-MASTER" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               ADD 1 TO WS-MASTERS-OUT
           END-IF.
           IF NOT WS-NM-OK
               DISPLAY "BRMNT01: NEW-MASTER-FILE TRAILER WRITE "
                       "FAILED, STATUS=" WS-NM-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "BRNCHNEW" TO ERR-TARGET-FIELD
               MOVE "NEW MASTER TRAILER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0750-WRITE-NEW-MASTER-TRAILER" TO
                        WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    Writes the new crosswalk generation - every pair
      *    carried in plus tonight's merges, in retired-id
      *    order - between its header and trailer.  Like the
      *    new master it is only written on a clean run, so
      *    an abended BRXWNEW has no trailer and cannot be
      *    swapped in unnoticed.
       0760-WRITE-NEW-XWALK.
           MOVE "HDR*" TO NXC-CONTROL-TAG
           MOVE "BRXWALK" TO NXC-FEED-ID
           MOVE WS-RUN-DATE TO NXC-BUSINESS-DATE
           MOVE 0 TO NXC-RECORD-COUNT
           MOVE 0 TO NXC-HASH-COUNT
           MOVE 0 TO NXC-HASH-AMT
           WRITE NEW-XWALK-CONTROL-REC
           IF NOT WS-NX-OK
               DISPLAY "BRMNT01: NEW-XWALK-FILE HEADER WRITE "
                       "FAILED, STATUS=" WS-NX-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "BRXWNEW" TO ERR-TARGET-FIELD
               MOVE "NEW XWALK HEADER WRITE FAILED" TO ERR-MESSAGE
               MOVE "0760-WRITE-NEW-XWALK" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           PERFORM VARYING WS-XWK-ROW FROM 1 BY 1
                     UNTIL WS-XWK-ROW > WS-XWK-TBL-CNT
                        OR WS-ABEND-REQUESTED
               MOVE WS-XWKT-OLD-ID(WS-XWK-ROW) TO NX-OLD-BRANCH-ID
               MOVE WS-XWKT-SURVIVOR-ID(WS-XWK-ROW) TO
                        NX-SURVIVOR-ID
               MOVE WS-XWKT-EFF-DATE(WS-XWK-ROW) TO
                        NX-EFFECTIVE-DATE
               MOVE WS-XWKT-MERGE-DATE(WS-XWK-ROW) TO
                        NX-MERGE-DATE
               WRITE NEW-XWALK-REC
               IF NOT WS-NX-OK
                   DISPLAY "BRMNT01: NEW-XWALK-FILE WRITE FAILED, "
                           "STATUS=" WS-NX-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "BRXWNEW" TO ERR-TARGET-FIELD
                   MOVE "NEW XWALK WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0760-WRITE-NEW-XWALK" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               ELSE
                   ADD 1 TO WS-XWALK-OUT
               END-IF
           END-PERFORM
           IF NOT WS-ABEND-REQUESTED
               MOVE "TRL*" TO NXC-CONTROL-TAG
               MOVE "BRXWALK" TO NXC-FEED-ID
               MOVE WS-RUN-DATE TO NXC-BUSINESS-DATE
               MOVE WS-XWALK-OUT TO NXC-RECORD-COUNT
               MOVE 0 TO NXC-HASH-COUNT
               MOVE 0 TO NXC-HASH-AMT
               WRITE NEW-XWALK-CONTROL-REC
               IF NOT WS-NX-OK
                   DISPLAY "BRMNT01: NEW-XWALK-FILE TRAILER WRITE "
                           "FAILED, STATUS=" WS-NX-FILE-STATUS
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "BRXWNEW" TO ERR-TARGET-FIELD
                   MOVE "NEW XWALK TRAILER WRITE FAILED" TO ERR-MESSAGE
                   MOVE "0760-WRITE-NEW-XWALK" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               END-IF
           END-IF.

       0800-WRITE-REPORT-TOTALS.
                   WS-TRANS-APPLIED " APPLIED, "
                   WS-TRANS-REJECTED " REJECTED, "
                   WS-MASTERS-IN " MASTERS IN, "
                   WS-MASTERS-OUT " MASTERS OUT, "
                   WS-XWALK-IN " CROSSWALK IN, "
                   WS-XWALK-OUT " CROSSWALK OUT".

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
           MOVE "BRMNT01" TO ERR-PROGRAM-ID
           MOVE SPACES TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "BRMNT01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE NEW-XWALK-FILE
           CLOSE BRANCH-TRANS-FILE
           CLOSE AUDIT-FILE
           CLOSE MAINT-REPORT
