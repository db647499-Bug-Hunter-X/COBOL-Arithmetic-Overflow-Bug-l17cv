      * CPYBC01 - BATCH-COUNTS input record layout
      *           one record per branch/shift transaction
      *           count and dollar amount, read by BUGSOL01
      *
      *           BC-TRAN-COUNT/BC-TRAN-AMT are the gross
      *           figures - every debit and every credit of
      *           every type - so the feed hash totals and
      *           the control totals are unchanged.  The
      *           same work is broken out in BC-TYPE-DETAIL
      *           by transaction type (1 deposit,
      *           2 withdrawal, 3 transfer), debits and
      *           credits kept apart so a reversal or a
      *           correction can be sent as the opposite
      *           side of its type; the signed net of a type
      *           is its credits less its debits.  The
      *           breakdown must foot to the gross figures
      *           or the record is rejected.
      *****************************************************
       01  BATCH-COUNTS-REC.
           05  BC-BRANCH-ID            PIC X(4).
               88  BC-SHIFT-VALID             VALUE "1" "2" "3".
           05  BC-TRAN-COUNT           PIC 9(5).
           05  BC-TRAN-AMT             PIC 9(7)V99.
           05  BC-TYPE-DETAIL.
               10  BC-TYPE-SUB OCCURS 3 TIMES.
                   15  BC-TYPE-DR-COUNT
                                       PIC 9(5).
                   15  BC-TYPE-DR-AMT  PIC 9(7)V99.
                   15  BC-TYPE-CR-COUNT
                                       PIC 9(5).
                   15  BC-TYPE-CR-AMT  PIC 9(7)V99.
