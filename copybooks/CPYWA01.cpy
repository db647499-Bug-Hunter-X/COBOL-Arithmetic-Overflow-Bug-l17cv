      *           an out-of-balance branch can be pinned to
      *           the shift that caused it without pulling
      *           teller tapes.
      *           The row's work is also broken out by
      *           transaction type (1 deposit, 2 withdrawal,
      *           3 transfer) as debit and credit totals and
      *           a signed net (credits less debits), so the
      *           GL cross-foot can say which type is out.
      *****************************************************
       01  WS-AREA-1.
           05  WS-VAR-1                PIC 9(5) COMP-3 VALUE 0.
                                       PIC 9(5).
                   15  WS-TBL-SHIFT-AMT
                                       PIC 9(9)V99.
               10  WS-TBL-TYPE-SUB OCCURS 3 TIMES.
                   15  WS-TBL-TYPE-DR-COUNT
                                       PIC 9(5).
                   15  WS-TBL-TYPE-DR-AMT
                                       PIC 9(9)V99.
                   15  WS-TBL-TYPE-CR-COUNT
                                       PIC 9(5).
                   15  WS-TBL-TYPE-CR-AMT
                                       PIC 9(9)V99.
                   15  WS-TBL-TYPE-NET-AMT
                                       PIC S9(9)V99.
