      *           extract, one record per branch, used to
      *           cross-foot each branch subtotal and the
      *           final control totals in BUGSOL01.
      *           GL-TRAN-COUNT/GL-TRAN-AMT are gross;
      *           GL-TYPE-DETAIL books the same amount by
      *           transaction type (1 deposit, 2 withdrawal,
      *           3 transfer) as debits and credits, so each
      *           type can be cross-footed on its own.
      *****************************************************
       01  GL-EXTRACT-REC.
           05  GL-BRANCH-ID            PIC X(4).
           05  GL-TRAN-COUNT           PIC 9(9).
           05  GL-TRAN-AMT             PIC 9(11)V99.
           05  GL-TYPE-DETAIL.
               10  GL-TYPE-SUB OCCURS 3 TIMES.
                   15  GL-TYPE-DR-AMT  PIC 9(11)V99.
                   15  GL-TYPE-CR-AMT  PIC 9(11)V99.
