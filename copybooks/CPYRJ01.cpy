      *           RJ-SUSPENSE-DATE is the date it was first
      *           suspended, so the aging report can show
      *           how long a record has been rotting.
      *
      *           RJ-TYPE-DETAIL is the record's transaction-
      *           type breakdown (CPYBC01 BC-TYPE-DETAIL),
      *           carried so a recycled record posts with
      *           its debits and credits intact.
      *****************************************************
       01  REJECT-REC.
           05  RJ-BRANCH-ID            PIC X(4).
               88  RJ-REGION-NOT-CARDED       VALUE "04".
               88  RJ-OUT-OF-SEQUENCE         VALUE "05".
               88  RJ-ALREADY-POSTED          VALUE "06".
               88  RJ-TYPES-NOT-FOOTED        VALUE "07".
           05  RJ-REASON-TEXT          PIC X(30).
           05  RJ-CYCLE-COUNT          PIC 9(3).
           05  RJ-SUSPENSE-DATE        PIC X(8).
           05  RJ-TYPE-DETAIL.
               10  RJ-TYPE-SUB OCCURS 3 TIMES.
                   15  RJ-TYPE-DR-COUNT
                                       PIC 9(5).
                   15  RJ-TYPE-DR-AMT  PIC 9(7)V99.
                   15  RJ-TYPE-CR-COUNT
                                       PIC 9(5).
                   15  RJ-TYPE-CR-AMT  PIC 9(7)V99.
