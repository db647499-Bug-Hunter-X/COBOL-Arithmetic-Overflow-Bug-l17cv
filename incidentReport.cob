       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ERRINC01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * ERRINC01 - Operator incident report over ERRLOG,
      *            the exception log every program in the
      *            suite extends.  For the date range on the
      *            parameter card it lists the exceptions
      *            grouped by return-code class and by the
      *            program paragraph that raised them, each
      *            with its run id, region, target field,
      *            operands and message; then the force-card
      *            overrides and the feed-control failures as
      *            sections of their own; then the repeat
      *            offenders - the same program, paragraph
      *            and target logged more than once - with
      *            how many times, on how many days, first
      *            and last; and last the totals by class.
      *            This is the monthly operations review that
      *            used to be pieced together from scheduler
      *            console output.  ERRINC01 only reads the
      *            log; it never writes to it.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD-FILE ASSIGN TO "INCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT INCIDENT-REPORT ASSIGN TO "INCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYIP01.

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  INCIDENT-REPORT.
           COPY CPYRPT14.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRM-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PRM-OK                     VALUE "00".
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
               88  WS-ERR-EOF                    VALUE "10".
               88  WS-ERR-NOT-FOUND              VALUE "35".
           05  WS-INC-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-INC-OK                     VALUE "00".

       01  WS-ABEND-SWITCH             PIC X VALUE "N".
           88  WS-ABEND-REQUESTED             VALUE "Y".

       01  WS-PARM-AREA.
           05  WS-SEL-FROM-DATE        PIC X(8) VALUE SPACES.
           05  WS-SEL-TO-DATE          PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE                 PIC X(8).

       01  WS-COUNTS.
           05  WS-RECORDS-READ         PIC 9(9) VALUE 0.
           05  WS-FORCE-COUNT          PIC 9(5) VALUE 0.
           05  WS-FEED-COUNT           PIC 9(5) VALUE 0.
           05  WS-REPEAT-COUNT         PIC 9(5) VALUE 0.

      *    The exceptions inside the date range, in log order
      *    - ERRLOG is only ever extended, so that is the
      *    order they were raised in.  Every section of the
      *    report is printed from this table.
       01  WS-EXCEPTION-AREA.
           05  WS-EXC-TBL-CNT          PIC 9(4) VALUE 0.
           05  WS-EXC-IDX              PIC 9(4) VALUE 0.
           05  WS-EXCEPTION-TABLE OCCURS 5000 TIMES.
               10  WS-EXCT-TIMESTAMP   PIC X(15).
               10  WS-EXCT-PARAGRAPH   PIC X(25).
               10  WS-EXCT-OPERAND-1   PIC S9(9).
               10  WS-EXCT-OPERAND-2   PIC S9(9).
               10  WS-EXCT-TARGET      PIC X(10).
               10  WS-EXCT-MESSAGE     PIC X(40).
               10  WS-EXCT-PROGRAM-ID  PIC X(8).
               10  WS-EXCT-RUN-ID      PIC X(8).
               10  WS-EXCT-REGION-ID   PIC X(3).
               10  WS-EXCT-RC-CLASS    PIC 9(2).

      *    One entry per class, program and paragraph, kept
      *    in key order as entries are added so the class
      *    section prints in class order without a sort step.
       01  WS-GROUP-AREA.
           05  WS-GRP-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-GRP-IDX              PIC 9(3) VALUE 0.
           05  WS-GRP-FOUND-IDX        PIC 9(3) VALUE 0.
           05  WS-GRP-INS-IDX          PIC 9(3) VALUE 0.
           05  WS-GRP-SHIFT-IDX        PIC 9(3) VALUE 0.
           05  WS-GRP-NEW-KEY.
               10  WS-GRP-NEW-CLASS    PIC 9(2).
               10  WS-GRP-NEW-PROGRAM  PIC X(8).
               10  WS-GRP-NEW-PARA     PIC X(25).
           05  WS-GROUP-TABLE OCCURS 500 TIMES.
               10  WS-GRPT-KEY.
                   15  WS-GRPT-CLASS   PIC 9(2).
                   15  WS-GRPT-PROGRAM PIC X(8).
                   15  WS-GRPT-PARA    PIC X(25).
               10  WS-GRPT-COUNT       PIC 9(5).

      *    One entry per program, paragraph and target field,
      *    in the order each first appears.  A new day is
      *    counted when an entry's date moves on from the
      *    last one seen - the log is in time order.
       01  WS-OFFENDER-AREA.
           05  WS-OFF-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-OFF-IDX              PIC 9(3) VALUE 0.
           05  WS-OFF-FOUND-IDX        PIC 9(3) VALUE 0.
           05  WS-OFF-NEW-KEY.
               10  WS-OFF-NEW-PROGRAM  PIC X(8).
               10  WS-OFF-NEW-PARA     PIC X(25).
               10  WS-OFF-NEW-TARGET   PIC X(10).
           05  WS-OFFENDER-TABLE OCCURS 500 TIMES.
               10  WS-OFFT-KEY.
                   15  WS-OFFT-PROGRAM PIC X(8).
                   15  WS-OFFT-PARA    PIC X(25).
                   15  WS-OFFT-TARGET  PIC X(10).
               10  WS-OFFT-COUNT       PIC 9(5).
               10  WS-OFFT-DAYS        PIC 9(5).
               10  WS-OFFT-FIRST-DATE  PIC X(8).
               10  WS-OFFT-LAST-DATE   PIC X(8).

      *    Totals by class, filled in as the class section
      *    prints, so they come out in class order too.
       01  WS-CLASS-AREA.
           05  WS-CLS-TBL-CNT          PIC 9(2) VALUE 0.
           05  WS-CLS-IDX              PIC 9(2) VALUE 0.
           05  WS-CLASS-TABLE OCCURS 20 TIMES.
               10  WS-CLST-CLASS       PIC 9(2).
               10  WS-CLST-COUNT       PIC 9(5).
               10  WS-CLST-GROUPS      PIC 9(3).

       01  WS-CLASS-WORK.
           05  WS-CLASS-IN             PIC 9(2).
           05  WS-CLASS-TEXT           PIC X(20).

       01  WS-INC-HEADING-LINE.
           05  FILLER                  PIC X(27)
               VALUE "OPERATOR INCIDENT REPORT -".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-INC-HDG-DATE         PIC X(10).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-INC-FILTER-LINE.
           05  FILLER                  PIC X(7)  VALUE "FROM: ".
           05  WS-INC-FLT-FROM         PIC X(8).
           05  FILLER                  PIC X(7)  VALUE "  TO: ".
           05  WS-INC-FLT-TO           PIC X(8).
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-INC-COLUMN-LINE.
           05  FILLER                  PIC X(17) VALUE "TIMESTAMP".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(10) VALUE "RUN ID".
           05  FILLER                  PIC X(5)  VALUE "RGN".
           05  FILLER                  PIC X(4)  VALUE "CL".
           05  FILLER                  PIC X(12) VALUE "TARGET".
           05  FILLER                  PIC X(14)
               VALUE "   OPERAND 1  ".
           05  FILLER                  PIC X(14)
               VALUE "   OPERAND 2  ".
           05  FILLER                  PIC X(46) VALUE "MESSAGE".

       01  WS-INC-DETAIL-LINE.
           05  WS-INC-TIMESTAMP        PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-PROGRAM-ID       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-REGION-ID        PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RC-CLASS         PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-TARGET           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-OPERAND-1        PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-OPERAND-2        PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-MESSAGE          PIC X(40).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-INC-CLASS-HDG-LINE.
           05  FILLER                  PIC X(6)  VALUE "CLASS ".
           05  WS-INC-CHD-CLASS        PIC 9(2).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  WS-INC-CHD-TEXT         PIC X(20).
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-INC-GROUP-HDG-LINE.
           05  FILLER                  PIC X(10) VALUE "  PROGRAM ".
           05  WS-INC-GHD-PROGRAM      PIC X(8).
           05  FILLER                  PIC X(12)
               VALUE "  PARAGRAPH ".
           05  WS-INC-GHD-PARA         PIC X(25).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-INC-GROUP-TOTAL-LINE.
           05  FILLER                  PIC X(14)
               VALUE "  EXCEPTIONS: ".
           05  WS-INC-GTL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(112) VALUE SPACES.

       01  WS-INC-CLASS-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE "CLASS ".
           05  WS-INC-CTL-CLASS        PIC 9(2).
           05  FILLER                  PIC X(8)  VALUE " TOTAL: ".
           05  WS-INC-CTL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(110) VALUE SPACES.

       01  WS-INC-NONE-LINE            PIC X(132)
           VALUE "NO EXCEPTIONS LOGGED IN THE DATE RANGE".

       01  WS-INC-SECTION-NONE-LINE    PIC X(132)
           VALUE "  NONE".

       01  WS-INC-REPEAT-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(27) VALUE "PARAGRAPH".
           05  FILLER                  PIC X(12) VALUE "TARGET".
           05  FILLER                  PIC X(8)  VALUE "   TIMES".
           05  FILLER                  PIC X(8)  VALUE "    DAYS".
           05  FILLER                  PIC X(10) VALUE "  FIRST".
           05  FILLER                  PIC X(10) VALUE "  LAST".
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-INC-REPEAT-LINE.
           05  WS-INC-RPT-PROGRAM      PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RPT-PARA         PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RPT-TARGET       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RPT-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RPT-DAYS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RPT-FIRST        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-INC-RPT-LAST         PIC X(8).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-INC-TOTAL-COLUMN-LINE.
           05  FILLER                  PIC X(6)  VALUE "CLASS".
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12)
               VALUE "  EXCEPTIONS".
           05  FILLER                  PIC X(12)
               VALUE "  PARAGRAPHS".
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-INC-TOTAL-LINE.
           05  WS-INC-TOT-CLASS        PIC 9(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-INC-TOT-TEXT         PIC X(20).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  WS-INC-TOT-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  WS-INC-TOT-GROUPS       PIC ZZ9.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-INC-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(34)
               VALUE "ALL CLASSES".
           05  WS-INC-GRD-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
               VALUE "  FORCE CARDS: ".
           05  WS-INC-GRD-FORCE        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
               VALUE "  FEED CONTROL: ".
           05  WS-INC-GRD-FEED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
               VALUE "  REPEAT OFFENDERS: ".
           05  WS-INC-GRD-REPEAT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-PARM-CARD
           IF NOT WS-ERR-NOT-FOUND
               PERFORM 0200-LOAD-EXCEPTIONS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0150-WRITE-REPORT-HEADINGS
               IF WS-EXC-TBL-CNT = 0
                   MOVE WS-INC-NONE-LINE TO INCIDENT-REPORT-LINE
                   WRITE INCIDENT-REPORT-LINE
               ELSE
                   PERFORM 0300-PRINT-CLASS-SECTION
                   PERFORM 0400-PRINT-FORCE-SECTION
                   PERFORM 0420-PRINT-FEED-SECTION
                   PERFORM 0440-PRINT-REPEAT-SECTION
                   PERFORM 0500-PRINT-CLASS-TOTALS
               END-IF
               DISPLAY "ERRINC01: " WS-EXC-TBL-CNT " OF "
                       WS-RECORDS-READ " EXCEPTIONS REPORTED"
           END-IF
           IF WS-ABEND-REQUESTED
               DISPLAY "ERRINC01: ABORTED"
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 0900-CLOSE-FILES
           STOP RUN.

      *    A log that is not there yet is not an error - no
      *    program has had anything to record - so status
      *    35 on ERRLOG reports an empty range.
       0100-OPEN-FILES.
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "ERRINC01: UNABLE TO OPEN PARM-CARD-FILE, "
                       "STATUS=" WS-PRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ERROR-LOG-FILE
           IF WS-ERR-NOT-FOUND
               DISPLAY "ERRINC01: ERROR-LOG-FILE NOT FOUND - "
                       "NOTHING HAS BEEN LOGGED"
           ELSE
               IF NOT WS-ERR-OK
                   DISPLAY "ERRINC01: UNABLE TO OPEN ERROR-LOG-FILE, "
                           "STATUS=" WS-ERR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT INCIDENT-REPORT
           IF NOT WS-INC-OK
               DISPLAY "ERRINC01: UNABLE TO OPEN INCIDENT-REPORT, "
                       "STATUS=" WS-INC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Reads the single parameter card.  Blank filters
      *    place no restriction, the AUDINQ01 convention.
       0120-READ-PARM-CARD.
           READ PARM-CARD-FILE
               AT END
                   DISPLAY "ERRINC01: PARM-CARD-FILE IS EMPTY - "
                           "REPORTING THE WHOLE LOG"
               NOT AT END
                   MOVE IP-FROM-DATE TO WS-SEL-FROM-DATE
                   MOVE IP-TO-DATE TO WS-SEL-TO-DATE
           END-READ
           CLOSE PARM-CARD-FILE.

       0150-WRITE-REPORT-HEADINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-INC-HDG-DATE
           MOVE WS-INC-HEADING-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-SEL-FROM-DATE TO WS-INC-FLT-FROM
           MOVE WS-SEL-TO-DATE TO WS-INC-FLT-TO
           MOVE WS-INC-FILTER-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE SPACES TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

      *    One pass over the log.  The range test is on the
      *    date part of ERR-TIMESTAMP.  A range too big for
      *    the tables stops the report rather than print a
      *    review that quietly leaves exceptions out.
       0200-LOAD-EXCEPTIONS.
           PERFORM UNTIL WS-ERR-EOF OR WS-ABEND-REQUESTED
               READ ERROR-LOG-FILE
                   AT END
                       SET WS-ERR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF (WS-SEL-FROM-DATE = SPACES
                            OR ERR-TIMESTAMP(1:8)
                                   NOT < WS-SEL-FROM-DATE)
                        AND (WS-SEL-TO-DATE = SPACES
                            OR ERR-TIMESTAMP(1:8)
                                   NOT > WS-SEL-TO-DATE)
                           PERFORM 0210-LOAD-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       0210-LOAD-ONE-EXCEPTION.
           IF WS-EXC-TBL-CNT = 5000
               DISPLAY "ERRINC01: EXCEPTION TABLE OCCURS 5000 "
                       "EXCEEDED - NARROW THE DATE RANGE"
               SET WS-ABEND-REQUESTED TO TRUE
           ELSE
               ADD 1 TO WS-EXC-TBL-CNT
               MOVE ERR-TIMESTAMP TO
                        WS-EXCT-TIMESTAMP(WS-EXC-TBL-CNT)
               MOVE ERR-PARAGRAPH TO
                        WS-EXCT-PARAGRAPH(WS-EXC-TBL-CNT)
               MOVE ERR-OPERAND-1 TO
                        WS-EXCT-OPERAND-1(WS-EXC-TBL-CNT)
               MOVE ERR-OPERAND-2 TO
                        WS-EXCT-OPERAND-2(WS-EXC-TBL-CNT)
               MOVE ERR-TARGET-FIELD TO
                        WS-EXCT-TARGET(WS-EXC-TBL-CNT)
               MOVE ERR-MESSAGE TO WS-EXCT-MESSAGE(WS-EXC-TBL-CNT)
               MOVE ERR-PROGRAM-ID TO
                        WS-EXCT-PROGRAM-ID(WS-EXC-TBL-CNT)
               MOVE ERR-RUN-ID TO WS-EXCT-RUN-ID(WS-EXC-TBL-CNT)
               MOVE ERR-REGION-ID TO
                        WS-EXCT-REGION-ID(WS-EXC-TBL-CNT)
               MOVE ERR-RC-CLASS TO
                        WS-EXCT-RC-CLASS(WS-EXC-TBL-CNT)
               PERFORM 0220-FOLD-INTO-GROUP
               IF NOT WS-ABEND-REQUESTED
                   PERFORM 0230-FOLD-INTO-OFFENDER
               END-IF
           END-IF.

      *    Finds the record's class/program/paragraph entry,
      *    or inserts a new one at its key position, shifting
      *    the tail up one.
       0220-FOLD-INTO-GROUP.
           MOVE ERR-RC-CLASS TO WS-GRP-NEW-CLASS
           MOVE ERR-PROGRAM-ID TO WS-GRP-NEW-PROGRAM
           MOVE ERR-PARAGRAPH TO WS-GRP-NEW-PARA
           MOVE 0 TO WS-GRP-FOUND-IDX
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX > WS-GRP-TBL-CNT
                        OR WS-GRP-FOUND-IDX > 0
               IF WS-GRPT-KEY(WS-GRP-IDX) = WS-GRP-NEW-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND-IDX > 0
               ADD 1 TO WS-GRPT-COUNT(WS-GRP-FOUND-IDX)
           ELSE
               IF WS-GRP-TBL-CNT = 500
                   DISPLAY "ERRINC01: GROUP TABLE OCCURS 500 "
                           "EXCEEDED - NARROW THE DATE RANGE"
                   SET WS-ABEND-REQUESTED TO TRUE
               ELSE
                   ADD 1 TO WS-GRP-TBL-CNT
                   MOVE WS-GRP-TBL-CNT TO WS-GRP-INS-IDX
                   PERFORM 0225-SHIFT-ONE-SLOT
                       UNTIL WS-GRP-INS-IDX = 1
                          OR WS-GRPT-KEY(WS-GRP-INS-IDX - 1)
                                 < WS-GRP-NEW-KEY
                   MOVE WS-GRP-NEW-KEY TO
                            WS-GRPT-KEY(WS-GRP-INS-IDX)
                   MOVE 1 TO WS-GRPT-COUNT(WS-GRP-INS-IDX)
               END-IF
           END-IF.

       0225-SHIFT-ONE-SLOT.
           MOVE WS-GRP-INS-IDX TO WS-GRP-SHIFT-IDX
           SUBTRACT 1 FROM WS-GRP-SHIFT-IDX
           MOVE WS-GRPT-KEY(WS-GRP-SHIFT-IDX) TO
                    WS-GRPT-KEY(WS-GRP-INS-IDX)
           MOVE WS-GRPT-COUNT(WS-GRP-SHIFT-IDX) TO
                    WS-GRPT-COUNT(WS-GRP-INS-IDX)
           MOVE WS-GRP-SHIFT-IDX TO WS-GRP-INS-IDX.

       0230-FOLD-INTO-OFFENDER.
           MOVE ERR-PROGRAM-ID TO WS-OFF-NEW-PROGRAM
           MOVE ERR-PARAGRAPH TO WS-OFF-NEW-PARA
           MOVE ERR-TARGET-FIELD TO WS-OFF-NEW-TARGET
           MOVE 0 TO WS-OFF-FOUND-IDX
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                     UNTIL WS-OFF-IDX > WS-OFF-TBL-CNT
                        OR WS-OFF-FOUND-IDX > 0
               IF WS-OFFT-KEY(WS-OFF-IDX) = WS-OFF-NEW-KEY
                   MOVE WS-OFF-IDX TO WS-OFF-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-OFF-FOUND-IDX > 0
               ADD 1 TO WS-OFFT-COUNT(WS-OFF-FOUND-IDX)
               IF ERR-TIMESTAMP(1:8) NOT =
                        WS-OFFT-LAST-DATE(WS-OFF-FOUND-IDX)
                   ADD 1 TO WS-OFFT-DAYS(WS-OFF-FOUND-IDX)
                   MOVE ERR-TIMESTAMP(1:8) TO
                            WS-OFFT-LAST-DATE(WS-OFF-FOUND-IDX)
               END-IF
           ELSE
               IF WS-OFF-TBL-CNT = 500
                   DISPLAY "ERRINC01: OFFENDER TABLE OCCURS 500 "
                           "EXCEEDED - NARROW THE DATE RANGE"
                   SET WS-ABEND-REQUESTED TO TRUE
               ELSE
                   ADD 1 TO WS-OFF-TBL-CNT
                   MOVE WS-OFF-NEW-KEY TO WS-OFFT-KEY(WS-OFF-TBL-CNT)
                   MOVE 1 TO WS-OFFT-COUNT(WS-OFF-TBL-CNT)
                   MOVE 1 TO WS-OFFT-DAYS(WS-OFF-TBL-CNT)
                   MOVE ERR-TIMESTAMP(1:8) TO
                            WS-OFFT-FIRST-DATE(WS-OFF-TBL-CNT)
                   MOVE ERR-TIMESTAMP(1:8) TO
                            WS-OFFT-LAST-DATE(WS-OFF-TBL-CNT)
               END-IF
           END-IF.

      *    The exceptions grouped by class and then by the
      *    program paragraph that raised them, in log order
      *    within a group.  A class heading starts each new
      *    class and a class total closes it; the class
      *    totals are banked for the last section as they go.
       0300-PRINT-CLASS-SECTION.
           MOVE "EXCEPTIONS BY CLASS AND PARAGRAPH" TO
                    INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-INC-COLUMN-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX > WS-GRP-TBL-CNT
               IF WS-GRP-IDX = 1
                   PERFORM 0320-START-CLASS
               ELSE
                   IF WS-GRPT-CLASS(WS-GRP-IDX) NOT =
                          WS-GRPT-CLASS(WS-GRP-IDX - 1)
                       PERFORM 0320-START-CLASS
                   END-IF
               END-IF
               PERFORM 0310-PRINT-ONE-GROUP
               IF WS-GRP-IDX = WS-GRP-TBL-CNT
                   PERFORM 0330-PRINT-CLASS-TOTAL
               ELSE
                   IF WS-GRPT-CLASS(WS-GRP-IDX) NOT =
                          WS-GRPT-CLASS(WS-GRP-IDX + 1)
                       PERFORM 0330-PRINT-CLASS-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       0310-PRINT-ONE-GROUP.
           MOVE WS-GRPT-PROGRAM(WS-GRP-IDX) TO WS-INC-GHD-PROGRAM
           MOVE WS-GRPT-PARA(WS-GRP-IDX) TO WS-INC-GHD-PARA
           MOVE WS-INC-GROUP-HDG-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                     UNTIL WS-EXC-IDX > WS-EXC-TBL-CNT
               IF WS-EXCT-RC-CLASS(WS-EXC-IDX) =
                       WS-GRPT-CLASS(WS-GRP-IDX)
                AND WS-EXCT-PROGRAM-ID(WS-EXC-IDX) =
                       WS-GRPT-PROGRAM(WS-GRP-IDX)
                AND WS-EXCT-PARAGRAPH(WS-EXC-IDX) =
                       WS-GRPT-PARA(WS-GRP-IDX)
                   PERFORM 0550-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-GRPT-COUNT(WS-GRP-IDX) TO WS-INC-GTL-COUNT
           MOVE WS-INC-GROUP-TOTAL-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           ADD WS-GRPT-COUNT(WS-GRP-IDX) TO
                   WS-CLST-COUNT(WS-CLS-TBL-CNT)
           ADD 1 TO WS-CLST-GROUPS(WS-CLS-TBL-CNT).

      *    At most one entry per class; the taxonomy has
      *    eight, so the 20 slots leave room for classes a
      *    later program adds.
       0320-START-CLASS.
           IF WS-CLS-TBL-CNT < 20
               ADD 1 TO WS-CLS-TBL-CNT
           END-IF
           MOVE WS-GRPT-CLASS(WS-GRP-IDX) TO
                    WS-CLST-CLASS(WS-CLS-TBL-CNT)
           MOVE 0 TO WS-CLST-COUNT(WS-CLS-TBL-CNT)
           MOVE 0 TO WS-CLST-GROUPS(WS-CLS-TBL-CNT)
           MOVE WS-GRPT-CLASS(WS-GRP-IDX) TO WS-CLASS-IN
           PERFORM 0560-DESCRIBE-CLASS
           MOVE SPACES TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-CLASS-IN TO WS-INC-CHD-CLASS
           MOVE WS-CLASS-TEXT TO WS-INC-CHD-TEXT
           MOVE WS-INC-CLASS-HDG-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

       0330-PRINT-CLASS-TOTAL.
           MOVE WS-CLST-CLASS(WS-CLS-TBL-CNT) TO WS-INC-CTL-CLASS
           MOVE WS-CLST-COUNT(WS-CLS-TBL-CNT) TO WS-INC-CTL-COUNT
           MOVE WS-INC-CLASS-TOTAL-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

      *    A run guard refused under a force card is logged
      *    against target CTL-FORCE, at class 00 since the
      *    run went ahead.
       0400-PRINT-FORCE-SECTION.
           MOVE SPACES TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE "FORCE-CARD OVERRIDES" TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-INC-COLUMN-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                     UNTIL WS-EXC-IDX > WS-EXC-TBL-CNT
               IF WS-EXCT-TARGET(WS-EXC-IDX) = "CTL-FORCE"
                   ADD 1 TO WS-FORCE-COUNT
                   PERFORM 0550-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-FORCE-COUNT = 0
               MOVE WS-INC-SECTION-NONE-LINE TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           END-IF.

      *    Feed-control failures: everything raised under
      *    class 28, plus the header and trailer findings
      *    the utilities log under their own class against a
      *    FEED- target.
       0420-PRINT-FEED-SECTION.
           MOVE SPACES TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE "FEED-CONTROL FAILURES" TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-INC-COLUMN-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                     UNTIL WS-EXC-IDX > WS-EXC-TBL-CNT
               IF WS-EXCT-RC-CLASS(WS-EXC-IDX) = 28
                OR WS-EXCT-TARGET(WS-EXC-IDX)(1:5) = "FEED-"
                   ADD 1 TO WS-FEED-COUNT
                   PERFORM 0550-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-FEED-COUNT = 0
               MOVE WS-INC-SECTION-NONE-LINE TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           END-IF.

      *    A repeat offender is the same program, paragraph
      *    and target field logged more than once in the
      *    range - the day count tells a problem that keeps
      *    coming back from one night's failed reruns.
       0440-PRINT-REPEAT-SECTION.
           MOVE SPACES TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE "REPEAT OFFENDERS" TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-INC-REPEAT-COLUMN-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                     UNTIL WS-OFF-IDX > WS-OFF-TBL-CNT
               IF WS-OFFT-COUNT(WS-OFF-IDX) > 1
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE WS-OFFT-PROGRAM(WS-OFF-IDX) TO
                            WS-INC-RPT-PROGRAM
                   MOVE WS-OFFT-PARA(WS-OFF-IDX) TO WS-INC-RPT-PARA
                   MOVE WS-OFFT-TARGET(WS-OFF-IDX) TO
                            WS-INC-RPT-TARGET
                   MOVE WS-OFFT-COUNT(WS-OFF-IDX) TO
                            WS-INC-RPT-COUNT
                   MOVE WS-OFFT-DAYS(WS-OFF-IDX) TO WS-INC-RPT-DAYS
                   MOVE WS-OFFT-FIRST-DATE(WS-OFF-IDX) TO
                            WS-INC-RPT-FIRST
                   MOVE WS-OFFT-LAST-DATE(WS-OFF-IDX) TO
                            WS-INC-RPT-LAST
                   MOVE WS-INC-REPEAT-LINE TO INCIDENT-REPORT-LINE
                   WRITE INCIDENT-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-REPEAT-COUNT = 0
               MOVE WS-INC-SECTION-NONE-LINE TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           END-IF.

       0500-PRINT-CLASS-TOTALS.
           MOVE SPACES TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE "TOTALS BY CLASS" TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-INC-TOTAL-COLUMN-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                     UNTIL WS-CLS-IDX > WS-CLS-TBL-CNT
               MOVE WS-CLST-CLASS(WS-CLS-IDX) TO WS-CLASS-IN
               PERFORM 0560-DESCRIBE-CLASS
               MOVE WS-CLASS-IN TO WS-INC-TOT-CLASS
               MOVE WS-CLASS-TEXT TO WS-INC-TOT-TEXT
               MOVE WS-CLST-COUNT(WS-CLS-IDX) TO WS-INC-TOT-COUNT
               MOVE WS-CLST-GROUPS(WS-CLS-IDX) TO WS-INC-TOT-GROUPS
               MOVE WS-INC-TOTAL-LINE TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           END-PERFORM
           MOVE WS-EXC-TBL-CNT TO WS-INC-GRD-COUNT
           MOVE WS-FORCE-COUNT TO WS-INC-GRD-FORCE
           MOVE WS-FEED-COUNT TO WS-INC-GRD-FEED
           MOVE WS-REPEAT-COUNT TO WS-INC-GRD-REPEAT
           MOVE WS-INC-GRAND-TOTAL-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

       0550-WRITE-DETAIL-LINE.
           MOVE WS-EXCT-TIMESTAMP(WS-EXC-IDX) TO WS-INC-TIMESTAMP
           MOVE WS-EXCT-PROGRAM-ID(WS-EXC-IDX) TO WS-INC-PROGRAM-ID
           MOVE WS-EXCT-RUN-ID(WS-EXC-IDX) TO WS-INC-RUN-ID
           MOVE WS-EXCT-REGION-ID(WS-EXC-IDX) TO WS-INC-REGION-ID
           MOVE WS-EXCT-RC-CLASS(WS-EXC-IDX) TO WS-INC-RC-CLASS
           MOVE WS-EXCT-TARGET(WS-EXC-IDX) TO WS-INC-TARGET
           MOVE WS-EXCT-OPERAND-1(WS-EXC-IDX) TO WS-INC-OPERAND-1
           MOVE WS-EXCT-OPERAND-2(WS-EXC-IDX) TO WS-INC-OPERAND-2
           MOVE WS-EXCT-MESSAGE(WS-EXC-IDX) TO WS-INC-MESSAGE
           MOVE WS-INC-DETAIL-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

      *    The BUGSOL01 return-code taxonomy, in words.
       0560-DESCRIBE-CLASS.
           MOVE "OTHER" TO WS-CLASS-TEXT
           IF WS-CLASS-IN = 0
               MOVE "LOGGED FINDING" TO WS-CLASS-TEXT
           END-IF
           IF WS-CLASS-IN = 4
               MOVE "RECORDS REJECTED" TO WS-CLASS-TEXT
           END-IF
           IF WS-CLASS-IN = 8
               MOVE "VARIANCE / REGION" TO WS-CLASS-TEXT
           END-IF
           IF WS-CLASS-IN = 12
               MOVE "ARITHMETIC OVERFLOW" TO WS-CLASS-TEXT
           END-IF
           IF WS-CLASS-IN = 16
               MOVE "FILE PROBLEM" TO WS-CLASS-TEXT
           END-IF
           IF WS-CLASS-IN = 20
               MOVE "CHECKPOINT/RESTART" TO WS-CLASS-TEXT
           END-IF
           IF WS-CLASS-IN = 24
               MOVE "RUN GUARD" TO WS-CLASS-TEXT
           END-IF
           IF WS-CLASS-IN = 28
               MOVE "FEED CONTROL" TO WS-CLASS-TEXT
           END-IF.

       0900-CLOSE-FILES.
           IF NOT WS-ERR-NOT-FOUND
               CLOSE ERROR-LOG-FILE
           END-IF
           CLOSE INCIDENT-REPORT.
