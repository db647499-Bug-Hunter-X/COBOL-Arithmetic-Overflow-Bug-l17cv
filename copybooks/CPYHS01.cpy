      *           shift (1/2/3), so the trend checks can
      *           see a single shift going quiet while the
      *           other shifts mask it in the branch total.
      *           HST-TYPE-DETAIL carries the night broken out
      *           by transaction type (1 deposit,
      *           2 withdrawal, 3 transfer): debit and credit
      *           totals and the signed net, credits less
      *           debits.
      *****************************************************
       01  HISTORY-REC.
           05  HST-KEY.
               10  HST-SHIFT-SUB OCCURS 3 TIMES.
                   15  HST-SHIFT-COUNT PIC 9(9).
                   15  HST-SHIFT-AMT   PIC 9(11)V99.
           05  HST-TYPE-DETAIL.
               10  HST-TYPE-SUB OCCURS 3 TIMES.
                   15  HST-TYPE-DR-COUNT
                                       PIC 9(9).
                   15  HST-TYPE-DR-AMT PIC 9(11)V99.
                   15  HST-TYPE-CR-COUNT
                                       PIC 9(9).
                   15  HST-TYPE-CR-AMT PIC 9(11)V99.
                   15  HST-TYPE-NET-AMT
                                       PIC S9(11)V99.
