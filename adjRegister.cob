       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADJREG01.
       AUTHOR.      OPERATIONS-SUPPORT.

      *****************************************************
      * ADJREG01 - Manual adjustment register control-card
      *            build.  Runs ahead of the nightly and
      *            builds the control cards' adjustment
      *            figures from the manual adjustment
      *            register (ADJREG, CPYAR01) instead of
      *            having them keyed onto the cards as bare
      *            net numbers.  For the business date on
      *            the parameter card every register item is
      *            edited - a valid reason code, a reference
      *            number, a requester, and an approver who
      *            is not the requester - and the items that
      *            pass are summed into the control card for
      *            their region.  The "ALL" card takes items
      *            only on a deck with no region cards at all;
      *            once the deck names its regions (a
      *            consolidation deck, or a region step's
      *            card) an item whose region has no card of
      *            its own is refused, since nothing would
      *            apply it.  Items for other business dates
      *            are passed over.
      *
      *            The old card deck comes in on CTLCARD and
      *            the new deck goes out on CTLCNEW with each
      *            card's adjustment count and dollars
      *            replaced by the built figures - a card
      *            with no approved items goes out with zero
      *            adjustment - and every other column as it
      *            was.  Operations swaps CTLCNEW in as the
      *            night's CTLCARD; region step decks are cut
      *            from it.  The accepted items go out on
      *            ADJITEMS, between CPYFC01 header and
      *            trailer records (feed id "ADJITEMS"), each
      *            tagged with the card it was applied to, so
      *            the nightly can list the items behind
      *            every region's adjustment.
      *
      *            Every item for the date, accepted or
      *            refused, is listed on the register report
      *            with the reason it was refused, followed
      *            by the cards built and what each card
      *            carried before.  Any refusal ends the run
      *            RC 04.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "ADJRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT ADJ-REGISTER-FILE ASSIGN TO "ADJREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT NEW-CONTROL-CARD-FILE ASSIGN TO "CTLCNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTN-FILE-STATUS.

           SELECT ADJUST-ITEM-FILE ASSIGN TO "ADJITEMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADI-FILE-STATUS.

           SELECT ADJ-REGISTER-REPORT ASSIGN TO "ADJREGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           RECORDING MODE IS F.
           COPY CPYERR01.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYAR02.

       FD  ADJ-REGISTER-FILE
           RECORDING MODE IS F.
           COPY CPYAR01.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYCTL01.

       FD  NEW-CONTROL-CARD-FILE
           RECORDING MODE IS F.
           COPY CPYCTL01 REPLACING ==CONTROL-CARD-REC== BY
                                   ==NEW-CONTROL-CARD-REC==
                         LEADING ==CTL-== BY ==CTN-==.

       FD  ADJUST-ITEM-FILE
           RECORDING MODE IS F.
           COPY CPYAR01 REPLACING ==ADJ-REGISTER-REC== BY
                                  ==ADJ-ITEM-REC==
                        LEADING ==AR-== BY ==AI-==.
           COPY CPYFC01 REPLACING ==FEED-CONTROL-REC== BY
                                  ==ADJ-ITEM-CONTROL-REC==
                        LEADING ==FC-== BY ==AIC-==.

       FD  ADJ-REGISTER-REPORT.
           COPY CPYRPT18.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ERR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ERR-OK                     VALUE "00".
           05  WS-PRM-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-PRM-OK                     VALUE "00".
           05  WS-REG-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-REG-OK                     VALUE "00".
               88  WS-REG-EOF                    VALUE "10".
           05  WS-CTL-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-CTL-OK                     VALUE "00".
               88  WS-CTL-EOF                    VALUE "10".
           05  WS-CTN-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-CTN-OK                     VALUE "00".
           05  WS-ADI-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ADI-OK                     VALUE "00".
           05  WS-ARR-FILE-STATUS      PIC X(2) VALUE "00".
               88  WS-ARR-OK                     VALUE "00".

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

       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-ERR-RUN-ID               PIC X(8) VALUE SPACES.

      *    The old card deck, one row per card in deck order.
      *    The card image is kept whole so the new deck
      *    carries every other column across untouched; the
      *    built adjustment figures are summed into the row
      *    as items are accepted.
       01  WS-CARD-AREA.
           05  WS-CRD-TBL-CNT          PIC 9(3) VALUE 0.
           05  WS-CRD-MATCH-ROW        PIC 9(3) VALUE 0.
           05  WS-CRD-ALL-ROW          PIC 9(3) VALUE 0.
           05  WS-CRD-NAMED-CNT        PIC 9(3) VALUE 0.
           05  WS-CARD-TABLE OCCURS 20 TIMES
                                    INDEXED BY WS-CRD-IDX.
               10  WS-CRDT-CARD-IMAGE  PIC X(46).
               10  WS-CRDT-REGION-ID   PIC X(3).
               10  WS-CRDT-RUN-ID      PIC X(8).
               10  WS-CRDT-PRIOR-CNT   PIC S9(5).
               10  WS-CRDT-PRIOR-AMT   PIC S9(7)V99.
               10  WS-CRDT-ITEM-CNT    PIC 9(5).
               10  WS-CRDT-NEW-CNT     PIC S9(5).
               10  WS-CRDT-NEW-AMT     PIC S9(7)V99.

      *    The accepted items for the date, held so they can
      *    go out on ADJITEMS grouped by card and so a
      *    reference number can be refused the second time it
      *    is entered.
       01  WS-ITEM-AREA.
           05  WS-ITM-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-ITEM-TABLE OCCURS 1000 TIMES
                                    INDEXED BY WS-ITM-IDX.
               10  WS-ITMT-REFERENCE-NO PIC X(12).
               10  WS-ITMT-CARD-ROW    PIC 9(3).
               10  WS-ITMT-ITEM        PIC X(100).

       01  WS-DUP-FOUND-SW             PIC X VALUE "N".
           88  WS-DUP-FOUND                   VALUE "Y".

       01  WS-COUNTS.
           05  WS-ITEMS-READ           PIC 9(5) VALUE 0.
           05  WS-ITEMS-ACCEPTED       PIC 9(5) VALUE 0.
           05  WS-ITEMS-REFUSED        PIC 9(5) VALUE 0.
           05  WS-ITEMS-OTHER-DATE     PIC 9(5) VALUE 0.
           05  WS-CARDS-CHANGED        PIC 9(3) VALUE 0.

       01  WS-REASON-TEXT              PIC X(30) VALUE SPACES.

      *    Item file feed control accounting for the trailer:
      *    the hash totals are of the absolute count and
      *    dollars, so a dropped reversal cannot net out.
       01  WS-ADI-COUNTS.
           05  WS-ADI-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-ADI-HASH-COUNT       PIC 9(11) VALUE 0.
           05  WS-ADI-HASH-AMT         PIC 9(13)V99 VALUE 0.

       01  WS-ARR-HEADING-LINE.
           05  FILLER                  PIC X(30)
               VALUE "MANUAL ADJUSTMENT REGISTER -".
           05  FILLER                  PIC X(15)
               VALUE " BUSINESS DATE ".
           05  WS-ARR-HDG-BUS-DATE     PIC X(8).
           05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
           05  WS-ARR-HDG-RUN-DATE     PIC X(8).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-ARR-COLUMN-LINE.
           05  FILLER                  PIC X(6)  VALUE "REGION".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "REFERENCE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE "RSN".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "COUNT".
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DOLLARS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "REQUESTR".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "APPROVER".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "CARD".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "REASON".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-ARR-DETAIL-LINE.
           05  WS-ARR-REGION-ID        PIC X(3).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-ARR-REFERENCE-NO     PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-REASON-CODE      PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-ADJ-COUNT        PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-ADJ-DOLLARS      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-REQUESTER-ID     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-APPROVER-ID      PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-CARD-REGION-ID   PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-ARR-ACTION           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-REASON           PIC X(30).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-ARR-SECTION-LINE.
           05  FILLER                  PIC X(30)
               VALUE "CONTROL CARDS BUILT".
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-ARR-CARD-COLUMN-LINE.
           05  FILLER                  PIC X(6)  VALUE "REGION".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "RUN ID".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "ITEMS".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "COUNT".
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DOLLARS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE "PRIOR COUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "PRIOR DOLLARS".
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-ARR-CARD-LINE.
           05  WS-ARR-CRD-REGION-ID    PIC X(3).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-ARR-CRD-RUN-ID       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-CRD-ITEMS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-CRD-NEW-CNT      PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-CRD-NEW-AMT      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-ARR-CRD-PRIOR-CNT    PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-CRD-PRIOR-AMT    PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ARR-CRD-NOTE         PIC X(20).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-ARR-TOTAL-LINE.
           05  FILLER                  PIC X(7)  VALUE "READ: ".
           05  WS-ARR-READ-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  ACCEPTED: ".
           05  WS-ARR-ACCEPT-COUNT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           05  WS-ARR-REFUSE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE "  OTHER DATES: ".
           05  WS-ARR-OTHER-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-OPEN-FILES
           PERFORM 0120-READ-PARM-CARD
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0130-LOAD-CONTROL-CARDS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0150-WRITE-REPORT-HEADINGS
               PERFORM 0200-READ-REGISTER
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0400-WRITE-NEW-CARDS
           END-IF
           IF NOT WS-ABEND-REQUESTED
               PERFORM 0500-WRITE-ITEM-FILE
           END-IF
           PERFORM 0800-WRITE-REPORT-TOTALS
           IF WS-ABEND-REQUESTED
               DISPLAY "ADJREG01: ABORTED - SEE ERROR-LOG-FILE"
               IF WS-ABEND-RC = 0
                   MOVE 16 TO WS-ABEND-RC
               END-IF
               MOVE WS-ABEND-RC TO RETURN-CODE
           ELSE
               IF WS-ITEMS-REFUSED > 0
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
               DISPLAY "ADJREG01: UNABLE TO OPEN ERROR-LOG-FILE, "
                       "STATUS=" WS-ERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD-FILE
           IF NOT WS-PRM-OK
               DISPLAY "ADJREG01: UNABLE TO OPEN PARM-CARD-FILE, "
                       "STATUS=" WS-PRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADJ-REGISTER-FILE
           IF NOT WS-REG-OK
               DISPLAY "ADJREG01: UNABLE TO OPEN ADJ-REGISTER-FILE, "
                       "STATUS=" WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT WS-CTL-OK
               DISPLAY "ADJREG01: UNABLE TO OPEN CONTROL-CARD-FILE, "
                       "STATUS=" WS-CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CONTROL-CARD-FILE
           IF NOT WS-CTN-OK
               DISPLAY "ADJREG01: UNABLE TO OPEN "
                       "NEW-CONTROL-CARD-FILE, STATUS="
                       WS-CTN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADJUST-ITEM-FILE
           IF NOT WS-ADI-OK
               DISPLAY "ADJREG01: UNABLE TO OPEN ADJUST-ITEM-FILE, "
                       "STATUS=" WS-ADI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADJ-REGISTER-REPORT
           IF NOT WS-ARR-OK
               DISPLAY "ADJREG01: UNABLE TO OPEN "
                       "ADJ-REGISTER-REPORT, STATUS="
                       WS-ARR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Reads the single parameter card.  A blank business
      *    date is today's; a date that is not a real YYYYMMDD
      *    stops the build rather than zero every card.
       0120-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ PARM-CARD-FILE
               AT END
                   DISPLAY "ADJREG01: PARM-CARD-FILE IS EMPTY"
                   MOVE ZERO TO ERR-OPERAND-1
                   MOVE ZERO TO ERR-OPERAND-2
                   MOVE "ADJRPARM" TO ERR-TARGET-FIELD
                   MOVE "PARM-CARD-FILE IS EMPTY" TO ERR-MESSAGE
                   MOVE "0120-READ-PARM-CARD" TO WS-ERR-SOURCE-PARA
                   MOVE 16 TO WS-RC-WORK
                   PERFORM 0820-WRITE-ERROR-RECORD
                   SET WS-ABEND-REQUESTED TO TRUE
                   PERFORM 0830-CLASSIFY-ABEND
               NOT AT END
                   IF ARP-BUSINESS-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
                   ELSE
                       IF ARP-BUSINESS-DATE NOT NUMERIC
                        OR ARP-BUSINESS-DATE(5:2) < "01"
                        OR ARP-BUSINESS-DATE(5:2) > "12"
                        OR ARP-BUSINESS-DATE(7:2) < "01"
                        OR ARP-BUSINESS-DATE(7:2) > "31"
                           DISPLAY "ADJREG01: BUSINESS DATE '"
                                   ARP-BUSINESS-DATE
                                   "' IS NOT A VALID YYYYMMDD"
                           MOVE ZERO TO ERR-OPERAND-1
                           MOVE ZERO TO ERR-OPERAND-2
                           MOVE "ARP-BUS-DT" TO ERR-TARGET-FIELD
                           MOVE "BUSINESS DATE IS NOT A VALID YYYYMMDD"
                                    TO ERR-MESSAGE
                           MOVE "0120-READ-PARM-CARD" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 16 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       ELSE
                           MOVE ARP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE PARM-CARD-FILE.

      *    Reads the old card deck into WS-CARD-TABLE, up to
      *    the 20 cards BUGSOL01 takes.  Unlike BUGSOL01 an
      *    empty deck is a hard stop: there is no card to
      *    build the adjustments into, and a fabricated one
      *    would carry no run id or tolerances.
       0130-LOAD-CONTROL-CARDS.
           PERFORM UNTIL WS-CTL-EOF OR WS-ABEND-REQUESTED
               READ CONTROL-CARD-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CRD-TBL-CNT
                       IF WS-CRD-TBL-CNT > 20
                           DISPLAY "ADJREG01: CONTROL CARD TABLE "
                                   "OCCURS 20 EXCEEDED"
                           MOVE WS-CRD-TBL-CNT TO ERR-OPERAND-1
                           MOVE 20 TO ERR-OPERAND-2
                           MOVE "CTL-CNT" TO ERR-TARGET-FIELD
                           MOVE "CONTROL TABLE OCCURS 20 EXCEEDED"
                                    TO ERR-MESSAGE
                           MOVE "0130-LOAD-CONTROL-CARDS" TO
                                    WS-ERR-SOURCE-PARA
                           MOVE 16 TO WS-RC-WORK
                           PERFORM 0820-WRITE-ERROR-RECORD
                           SET WS-ABEND-REQUESTED TO TRUE
                           PERFORM 0830-CLASSIFY-ABEND
                       ELSE
                           PERFORM 0135-LOAD-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-CARD-FILE
           IF WS-CRD-TBL-CNT = 0 AND NOT WS-ABEND-REQUESTED
               DISPLAY "ADJREG01: CONTROL-CARD-FILE IS EMPTY"
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "CTLCARD" TO ERR-TARGET-FIELD
               MOVE "CONTROL-CARD-FILE IS EMPTY" TO ERR-MESSAGE
               MOVE "0130-LOAD-CONTROL-CARDS" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

      *    A prior figure that is not numeric is shown as zero;
      *    it is replaced either way.
       0135-LOAD-ONE-CARD.
           SET WS-CRD-IDX TO WS-CRD-TBL-CNT
           MOVE CONTROL-CARD-REC TO WS-CRDT-CARD-IMAGE(WS-CRD-IDX)
           MOVE CTL-REGION-ID TO WS-CRDT-REGION-ID(WS-CRD-IDX)
           MOVE CTL-RUN-ID TO WS-CRDT-RUN-ID(WS-CRD-IDX)
           IF CTL-REGION-ID NOT = "ALL"
            AND CTL-REGION-ID NOT = SPACES
               ADD 1 TO WS-CRD-NAMED-CNT
           END-IF
           IF CTL-ADJUSTMENT-AMT NUMERIC
               MOVE CTL-ADJUSTMENT-AMT TO
                        WS-CRDT-PRIOR-CNT(WS-CRD-IDX)
           ELSE
               MOVE 0 TO WS-CRDT-PRIOR-CNT(WS-CRD-IDX)
           END-IF
           IF CTL-ADJUSTMENT-DOLLARS NUMERIC
               MOVE CTL-ADJUSTMENT-DOLLARS TO
                        WS-CRDT-PRIOR-AMT(WS-CRD-IDX)
           ELSE
               MOVE 0 TO WS-CRDT-PRIOR-AMT(WS-CRD-IDX)
           END-IF
           MOVE 0 TO WS-CRDT-ITEM-CNT(WS-CRD-IDX)
           MOVE 0 TO WS-CRDT-NEW-CNT(WS-CRD-IDX)
           MOVE 0 TO WS-CRDT-NEW-AMT(WS-CRD-IDX)
           IF WS-CRD-TBL-CNT = 1
               MOVE CTL-RUN-ID TO WS-ERR-RUN-ID
           END-IF.

       0150-WRITE-REPORT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-ARR-HDG-BUS-DATE
           MOVE WS-RUN-DATE TO WS-ARR-HDG-RUN-DATE
           MOVE WS-ARR-HEADING-LINE TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE SPACES TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE WS-ARR-COLUMN-LINE TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE.

      *    Reads the whole register.  The register keeps every
      *    day's items, so only those for the business date are
      *    edited and listed; the rest are counted.
       0200-READ-REGISTER.
           PERFORM UNTIL WS-REG-EOF OR WS-ABEND-REQUESTED
               READ ADJ-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF AR-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM 0300-EDIT-ONE-ITEM
                       ELSE
                           ADD 1 TO WS-ITEMS-OTHER-DATE
                       END-IF
               END-READ
           END-PERFORM.

      *    Edits one item for the date.  The first edit that
      *    fails is the reason it is refused.  An approver who
      *    is also the requester is no second person, so the
      *    item is refused as if it had not been approved.
       0300-EDIT-ONE-ITEM.
           MOVE SPACES TO WS-REASON-TEXT
           MOVE SPACES TO AR-CARD-REGION-ID
           IF NOT AR-VALID-REASON
               MOVE "INVALID REASON CODE" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
            AND AR-REGION-ID = SPACES
               MOVE "REGION REQUIRED" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
            AND AR-REFERENCE-NO = SPACES
               MOVE "REFERENCE NUMBER REQUIRED" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
               IF AR-ADJ-COUNT NOT NUMERIC
                OR AR-ADJ-DOLLARS NOT NUMERIC
                   MOVE "ADJUSTMENT NOT NUMERIC" TO WS-REASON-TEXT
               ELSE
                   IF AR-ADJ-COUNT = 0 AND AR-ADJ-DOLLARS = 0
                       MOVE "ADJUSTMENT IS ZERO" TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES
            AND AR-MISCELLANEOUS
            AND AR-DESCRIPTION = SPACES
               MOVE "MS ITEM NEEDS A DESCRIPTION" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
            AND AR-REQUESTER-ID = SPACES
               MOVE "REQUESTER REQUIRED" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
            AND AR-APPROVER-ID = SPACES
               MOVE "NOT APPROVED" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
            AND AR-APPROVER-ID = AR-REQUESTER-ID
               MOVE "APPROVER SAME AS REQUESTER" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES
               PERFORM 0310-FIND-ITEM-CARD
               IF WS-CRD-MATCH-ROW = 0
                   MOVE "REGION NOT ON CONTROL CARDS" TO
                            WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES
               PERFORM 0320-CHECK-DUPLICATE-REF
               IF WS-DUP-FOUND
                   MOVE "DUPLICATE REFERENCE NUMBER" TO
                            WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES
               PERFORM 0330-ACCEPT-ITEM
           END-IF
           IF NOT WS-ABEND-REQUESTED
               IF WS-REASON-TEXT = SPACES
                   ADD 1 TO WS-ITEMS-ACCEPTED
                   MOVE "ACCEPTED" TO WS-ARR-ACTION
               ELSE
                   ADD 1 TO WS-ITEMS-REFUSED
                   MOVE "REFUSED" TO WS-ARR-ACTION
               END-IF
               MOVE AR-REGION-ID TO WS-ARR-REGION-ID
               MOVE AR-REFERENCE-NO TO WS-ARR-REFERENCE-NO
               MOVE AR-REASON-CODE TO WS-ARR-REASON-CODE
               IF AR-ADJ-COUNT NUMERIC
                   MOVE AR-ADJ-COUNT TO WS-ARR-ADJ-COUNT
               ELSE
                   MOVE 0 TO WS-ARR-ADJ-COUNT
               END-IF
               IF AR-ADJ-DOLLARS NUMERIC
                   MOVE AR-ADJ-DOLLARS TO WS-ARR-ADJ-DOLLARS
               ELSE
                   MOVE 0 TO WS-ARR-ADJ-DOLLARS
               END-IF
               MOVE AR-REQUESTER-ID TO WS-ARR-REQUESTER-ID
               MOVE AR-APPROVER-ID TO WS-ARR-APPROVER-ID
               MOVE AR-CARD-REGION-ID TO WS-ARR-CARD-REGION-ID
               MOVE WS-REASON-TEXT TO WS-ARR-REASON
               MOVE WS-ARR-DETAIL-LINE TO ADJ-REGISTER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF.

      *    Finds the card the item applies to: the card for
      *    its own region.  The "ALL" card is used only when
      *    the deck has no region cards - on a consolidation
      *    deck RGNCON01 posts the region cards' adjustments
      *    through the region steps and never applies the
      *    "ALL" card's, and a region step's deck is its one
      *    region card.  Leaves WS-CRD-MATCH-ROW zero when
      *    there is no card the item would post through.
       0310-FIND-ITEM-CARD.
           MOVE 0 TO WS-CRD-MATCH-ROW
           MOVE 0 TO WS-CRD-ALL-ROW
           PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                     UNTIL WS-CRD-IDX > WS-CRD-TBL-CNT
               IF WS-CRDT-REGION-ID(WS-CRD-IDX) = AR-REGION-ID
                AND WS-CRDT-REGION-ID(WS-CRD-IDX) NOT = "ALL"
                AND WS-CRD-MATCH-ROW = 0
                   SET WS-CRD-MATCH-ROW TO WS-CRD-IDX
               END-IF
               IF WS-CRDT-REGION-ID(WS-CRD-IDX) = "ALL"
                AND WS-CRD-ALL-ROW = 0
                   SET WS-CRD-ALL-ROW TO WS-CRD-IDX
               END-IF
           END-PERFORM
           IF WS-CRD-MATCH-ROW = 0
            AND WS-CRD-NAMED-CNT = 0
               MOVE WS-CRD-ALL-ROW TO WS-CRD-MATCH-ROW
           END-IF.

      *    A reference number identifies one adjustment for
      *    the date, whatever its region; the second entry of
      *    it is refused so an item keyed twice cannot post
      *    twice.
       0320-CHECK-DUPLICATE-REF.
           MOVE "N" TO WS-DUP-FOUND-SW
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                     UNTIL WS-ITM-IDX > WS-ITM-TBL-CNT
                        OR WS-DUP-FOUND
               IF WS-ITMT-REFERENCE-NO(WS-ITM-IDX) = AR-REFERENCE-NO
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    Sums the item into its card and holds it for
      *    ADJITEMS.  A card total that will not fit the card's
      *    own adjustment columns is an overflow abend, not a
      *    refusal: the items are good, the card cannot carry
      *    them.
       0330-ACCEPT-ITEM.
           IF WS-ITM-TBL-CNT = 1000
               DISPLAY "ADJREG01: ITEM TABLE OCCURS 1000 EXCEEDED"
               MOVE WS-ITM-TBL-CNT TO ERR-OPERAND-1
               MOVE 1000 TO ERR-OPERAND-2
               MOVE "ITEM-CNT" TO ERR-TARGET-FIELD
               MOVE "ITEM TABLE OCCURS 1000 EXCEEDED" TO ERR-MESSAGE
               MOVE "0330-ACCEPT-ITEM" TO WS-ERR-SOURCE-PARA
               MOVE 12 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF
           IF NOT WS-ABEND-REQUESTED
               SET WS-CRD-IDX TO WS-CRD-MATCH-ROW
               ADD AR-ADJ-COUNT TO WS-CRDT-NEW-CNT(WS-CRD-IDX)
                   ON SIZE ERROR
                       MOVE WS-CRDT-NEW-CNT(WS-CRD-IDX) TO
                                ERR-OPERAND-1
                       MOVE AR-ADJ-COUNT TO ERR-OPERAND-2
                       MOVE "CTL-ADJCNT" TO ERR-TARGET-FIELD
                       MOVE "CARD ADJUSTMENT COUNT OVERFLOWED" TO
                                ERR-MESSAGE
                       MOVE "0330-ACCEPT-ITEM" TO WS-ERR-SOURCE-PARA
                       MOVE 12 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
               END-ADD
           END-IF
           IF NOT WS-ABEND-REQUESTED
               ADD AR-ADJ-DOLLARS TO WS-CRDT-NEW-AMT(WS-CRD-IDX)
                   ON SIZE ERROR
                       MOVE WS-CRDT-NEW-AMT(WS-CRD-IDX) TO
                                ERR-OPERAND-1
                       MOVE AR-ADJ-DOLLARS TO ERR-OPERAND-2
                       MOVE "CTL-ADJDOL" TO ERR-TARGET-FIELD
                       MOVE "CARD ADJUSTMENT DOLLARS OVERFLOWED" TO
                                ERR-MESSAGE
                       MOVE "0330-ACCEPT-ITEM" TO WS-ERR-SOURCE-PARA
                       MOVE 12 TO WS-RC-WORK
                       PERFORM 0820-WRITE-ERROR-RECORD
                       SET WS-ABEND-REQUESTED TO TRUE
                       PERFORM 0830-CLASSIFY-ABEND
               END-ADD
           END-IF
           IF NOT WS-ABEND-REQUESTED
               ADD 1 TO WS-CRDT-ITEM-CNT(WS-CRD-IDX)
               MOVE WS-CRDT-REGION-ID(WS-CRD-IDX) TO AR-CARD-REGION-ID
               ADD 1 TO WS-ITM-TBL-CNT
               SET WS-ITM-IDX TO WS-ITM-TBL-CNT
               MOVE AR-REFERENCE-NO TO WS-ITMT-REFERENCE-NO(WS-ITM-IDX)
               MOVE WS-CRD-MATCH-ROW TO WS-ITMT-CARD-ROW(WS-ITM-IDX)
               MOVE ADJ-REGISTER-REC TO WS-ITMT-ITEM(WS-ITM-IDX)
           END-IF.

      *    Writes the new deck in the old deck's order, each
      *    card with its built adjustment figures, and lists
      *    each card beside what it carried before.
       0400-WRITE-NEW-CARDS.
           MOVE SPACES TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE WS-ARR-SECTION-LINE TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE WS-ARR-CARD-COLUMN-LINE TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                     UNTIL WS-CRD-IDX > WS-CRD-TBL-CNT
                        OR WS-ABEND-REQUESTED
               PERFORM 0410-WRITE-ONE-CARD
           END-PERFORM.

       0410-WRITE-ONE-CARD.
           MOVE WS-CRDT-CARD-IMAGE(WS-CRD-IDX) TO NEW-CONTROL-CARD-REC
           MOVE WS-CRDT-NEW-CNT(WS-CRD-IDX) TO CTN-ADJUSTMENT-AMT
           MOVE WS-CRDT-NEW-AMT(WS-CRD-IDX) TO CTN-ADJUSTMENT-DOLLARS
           WRITE NEW-CONTROL-CARD-REC
           IF NOT WS-CTN-OK
               DISPLAY "ADJREG01: NEW-CONTROL-CARD-FILE WRITE "
                       "FAILED, STATUS=" WS-CTN-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "CTLCNEW" TO ERR-TARGET-FIELD
               MOVE "NEW CONTROL CARD WRITE FAILED" TO ERR-MESSAGE
               MOVE "0410-WRITE-ONE-CARD" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           ELSE
               MOVE WS-CRDT-REGION-ID(WS-CRD-IDX) TO
                        WS-ARR-CRD-REGION-ID
               MOVE WS-CRDT-RUN-ID(WS-CRD-IDX) TO WS-ARR-CRD-RUN-ID
               MOVE WS-CRDT-ITEM-CNT(WS-CRD-IDX) TO WS-ARR-CRD-ITEMS
               MOVE WS-CRDT-NEW-CNT(WS-CRD-IDX) TO WS-ARR-CRD-NEW-CNT
               MOVE WS-CRDT-NEW-AMT(WS-CRD-IDX) TO WS-ARR-CRD-NEW-AMT
               MOVE WS-CRDT-PRIOR-CNT(WS-CRD-IDX) TO
                        WS-ARR-CRD-PRIOR-CNT
               MOVE WS-CRDT-PRIOR-AMT(WS-CRD-IDX) TO
                        WS-ARR-CRD-PRIOR-AMT
               IF WS-CRDT-NEW-CNT(WS-CRD-IDX) NOT =
                        WS-CRDT-PRIOR-CNT(WS-CRD-IDX)
                OR WS-CRDT-NEW-AMT(WS-CRD-IDX) NOT =
                        WS-CRDT-PRIOR-AMT(WS-CRD-IDX)
                   ADD 1 TO WS-CARDS-CHANGED
                   MOVE "PRIOR FIGURES DIFFER" TO WS-ARR-CRD-NOTE
               ELSE
                   MOVE SPACES TO WS-ARR-CRD-NOTE
               END-IF
               MOVE WS-ARR-CARD-LINE TO ADJ-REGISTER-REPORT-LINE
               PERFORM 0890-WRITE-REPORT-LINE
           END-IF.

      *    Writes ADJITEMS: header, the accepted items grouped
      *    by card in deck order, then the trailer.  A night
      *    with no approved items still gets an empty file, so
      *    the nightly can tell "none" from "not built".
       0500-WRITE-ITEM-FILE.
           SET AIC-HEADER-REC TO TRUE
           MOVE "ADJITEMS" TO AIC-FEED-ID
           MOVE WS-BUSINESS-DATE TO AIC-BUSINESS-DATE
           MOVE 0 TO AIC-RECORD-COUNT
           MOVE 0 TO AIC-HASH-COUNT
           MOVE 0 TO AIC-HASH-AMT
           WRITE ADJ-ITEM-CONTROL-REC
           PERFORM 0590-CHECK-ITEM-WRITE
           PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                     UNTIL WS-CRD-IDX > WS-CRD-TBL-CNT
                        OR WS-ABEND-REQUESTED
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                         UNTIL WS-ITM-IDX > WS-ITM-TBL-CNT
                            OR WS-ABEND-REQUESTED
                   IF WS-ITMT-CARD-ROW(WS-ITM-IDX) = WS-CRD-IDX
                       PERFORM 0510-WRITE-ONE-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM
           IF NOT WS-ABEND-REQUESTED
               SET AIC-TRAILER-REC TO TRUE
               MOVE "ADJITEMS" TO AIC-FEED-ID
               MOVE WS-BUSINESS-DATE TO AIC-BUSINESS-DATE
               MOVE WS-ADI-REC-COUNT TO AIC-RECORD-COUNT
               MOVE WS-ADI-HASH-COUNT TO AIC-HASH-COUNT
               MOVE WS-ADI-HASH-AMT TO AIC-HASH-AMT
               WRITE ADJ-ITEM-CONTROL-REC
               PERFORM 0590-CHECK-ITEM-WRITE
           END-IF.

       0510-WRITE-ONE-ITEM.
           MOVE WS-ITMT-ITEM(WS-ITM-IDX) TO ADJ-ITEM-REC
           WRITE ADJ-ITEM-REC
           PERFORM 0590-CHECK-ITEM-WRITE
           IF NOT WS-ABEND-REQUESTED
               ADD 1 TO WS-ADI-REC-COUNT
               IF AI-ADJ-COUNT < 0
                   SUBTRACT AI-ADJ-COUNT FROM WS-ADI-HASH-COUNT
               ELSE
                   ADD AI-ADJ-COUNT TO WS-ADI-HASH-COUNT
               END-IF
               IF AI-ADJ-DOLLARS < 0
                   SUBTRACT AI-ADJ-DOLLARS FROM WS-ADI-HASH-AMT
               ELSE
                   ADD AI-ADJ-DOLLARS TO WS-ADI-HASH-AMT
               END-IF
           END-IF.

       0590-CHECK-ITEM-WRITE.
           IF NOT WS-ADI-OK
               DISPLAY "ADJREG01: ADJUST-ITEM-FILE WRITE FAILED, "
                       "STATUS=" WS-ADI-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "ADJITEMS" TO ERR-TARGET-FIELD
               MOVE "ADJUSTMENT ITEM WRITE FAILED" TO ERR-MESSAGE
               MOVE "0590-CHECK-ITEM-WRITE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           MOVE WS-ITEMS-READ TO WS-ARR-READ-COUNT
           MOVE WS-ITEMS-ACCEPTED TO WS-ARR-ACCEPT-COUNT
           MOVE WS-ITEMS-REFUSED TO WS-ARR-REFUSE-COUNT
           MOVE WS-ITEMS-OTHER-DATE TO WS-ARR-OTHER-COUNT
           MOVE WS-ARR-TOTAL-LINE TO ADJ-REGISTER-REPORT-LINE
           PERFORM 0890-WRITE-REPORT-LINE
           DISPLAY "ADJREG01: " WS-ITEMS-READ " READ, "
                   WS-ITEMS-ACCEPTED " ACCEPTED, "
                   WS-ITEMS-REFUSED " REFUSED, "
                   WS-ITEMS-OTHER-DATE " OTHER DATES, "
                   WS-CRD-TBL-CNT " CARDS BUILT FOR "
                   WS-BUSINESS-DATE.

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
           MOVE "ADJREG01" TO ERR-PROGRAM-ID
           MOVE WS-ERR-RUN-ID TO ERR-RUN-ID
           MOVE SPACES TO ERR-REGION-ID
           MOVE WS-RC-WORK TO ERR-RC-CLASS
           WRITE ERROR-LOG-REC
           IF NOT WS-ERR-OK
               DISPLAY "ADJREG01: ERROR-LOG-FILE WRITE FAILED, STATUS="
                       WS-ERR-FILE-STATUS " - ABORTING"
               SET WS-ABEND-REQUESTED TO TRUE
               IF WS-ABEND-RC < 16
                   MOVE 16 TO WS-ABEND-RC
               END-IF
           END-IF.

       0890-WRITE-REPORT-LINE.
           WRITE ADJ-REGISTER-REPORT-LINE
           IF NOT WS-ARR-OK
               DISPLAY "ADJREG01: ADJ-REGISTER-REPORT WRITE FAILED, "
                       "STATUS=" WS-ARR-FILE-STATUS
               MOVE ZERO TO ERR-OPERAND-1
               MOVE ZERO TO ERR-OPERAND-2
               MOVE "ADJREGRP" TO ERR-TARGET-FIELD
               MOVE "REGISTER REPORT WRITE FAILED" TO ERR-MESSAGE
               MOVE "0890-WRITE-REPORT-LINE" TO WS-ERR-SOURCE-PARA
               MOVE 16 TO WS-RC-WORK
               PERFORM 0820-WRITE-ERROR-RECORD
               SET WS-ABEND-REQUESTED TO TRUE
               PERFORM 0830-CLASSIFY-ABEND
           END-IF.

       0900-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE ADJ-REGISTER-FILE
           CLOSE NEW-CONTROL-CARD-FILE
           CLOSE ADJUST-ITEM-FILE
           CLOSE ADJ-REGISTER-REPORT.
